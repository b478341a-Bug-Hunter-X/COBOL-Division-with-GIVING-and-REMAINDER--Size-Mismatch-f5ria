           05  FILLER                  PIC X(44) VALUE
               " DOES NOT RECONCILE - REVIEW BEFORE BOOKING".
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  RPT-DEPT-BUDGET-LINE.
           05  FILLER                  PIC X(5) VALUE "DEPT ".
           05  RPT-DPT-CODE6           PIC X(4).
           05  FILLER                  PIC X(14) VALUE " MTD DIVIDEND:".
           05  RPT-DPT-MTD             PIC Z(10)9.99.
           05  FILLER                  PIC X(10) VALUE "  CEILING:".
           05  RPT-DPT-CEILING         PIC Z(8)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-DPT-BUDGET-NOTE     PIC X(20).
           05  FILLER                  PIC X(51) VALUE SPACES.

      *>   Suspected duplicates held on ALCERR tonight - each held
      *>   key against the key it matched, and what was held.
       01  RPT-SUSPECT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "SUSPECTED DUPLICATES - HELD ON ALCERR".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  RPT-SUSPECT-LINE.
           05  FILLER                  PIC X(7) VALUE "KEY-ID ".
           05  RPT-SUS-KEY-ID          PIC Z(8)9.
           05  FILLER                  PIC X(14) VALUE
               "  MATCHES KEY ".
           05  RPT-SUS-MATCH-KEY-ID    PIC Z(8)9.
           05  FILLER                  PIC X(7) VALUE "  DEPT ".
           05  RPT-SUS-DEPT-CODE       PIC X(4).
           05  FILLER                  PIC X(10) VALUE "  DIVISOR ".
           05  RPT-SUS-DIVISOR         PIC -Z(4)9.
           05  FILLER                  PIC X(11) VALUE
               "  DIVIDEND ".
           05  RPT-SUS-DIVIDEND        PIC Z(6)9.99.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  RPT-SUSPECT-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               "SUSPECTS HELD:      ".
           05  RPT-SUS-COUNT           PIC Z(8)9.
           05  FILLER                  PIC X(16) VALUE
               "  DOLLARS HELD: ".
           05  RPT-SUS-DOLLARS         PIC Z(10)9.99.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  RPT-SUSPECT-RESUB-HEADING.
           05  FILLER                  PIC X(39) VALUE
               "SUSPECTED DUPLICATES AMONG CORRECTIONS".
           05  FILLER                  PIC X(17) VALUE
               " - HELD ON ALCERR".
           05  FILLER                  PIC X(76) VALUE SPACES.
