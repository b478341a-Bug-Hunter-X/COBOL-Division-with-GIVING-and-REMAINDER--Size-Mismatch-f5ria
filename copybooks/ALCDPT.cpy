      *>-----------------------------------------------------------
      *> ALCDPT - department master record (ALCDEPT KSDS, keyed on
      *> the department code). Until this file existed the
      *> department code on an allocation request was taken on
      *> trust: a mistyped or closed department was divided and
      *> shipped, and only the ALCGLX journal step noticed when it
      *> could not map it. Maintained online at ALCDMNT; read by
      *> ALCBATCH and ALCRSUB before a record is allowed to divide:
      *>   "O"  open    - allocates normally
      *>   "F"  frozen  - records are held on ALCERR (reason 92)
      *>                  and released by the ALCRSUB sweep once
      *>                  the department is open again
      *>   "C"  closed  - records are rejected (reason 91)
      *> A department not on the file at all is rejected too
      *> (reason 90).
      *>
      *> The monthly ceiling caps the dividend a department may
      *> have allocated in one business month; zero means no
      *> ceiling. The month-to-date figure belongs to the business
      *> month in ALCD-MTD-MONTH - the first posting in a new month
      *> starts it again from zero - and a record that would take
      *> it past the ceiling is rejected as over budget (reason 93).
      *>-----------------------------------------------------------
       01  ALC-DEPT-RECORD.
           05  ALCD-DEPT-CODE          PIC X(4).
           05  ALCD-STATUS             PIC X(1).
               88  ALCD-OPEN                    VALUE "O".
               88  ALCD-FROZEN                  VALUE "F".
               88  ALCD-CLOSED                  VALUE "C".
           05  ALCD-DESCRIPTION        PIC X(30).
           05  ALCD-MONTHLY-CEILING    PIC 9(9)V99.
      *>   Month-to-date allocated dividend, posted by ALCBATCH (at
      *>   each department break, checkpoint and end of run), by
      *>   ALCRSUB for each resubmission and, on a split night, by
      *>   ALCMERGE for all the slices at once.
           05  ALCD-MTD-MONTH          PIC 9(6).
           05  ALCD-MTD-DIVIDEND       PIC 9(11)V99.
      *>   Business date whose split-night bookings ALCMERGE has
      *>   already posted, so a rerun of the merge step does not
      *>   post the same night twice.
           05  ALCD-SPLIT-POSTED-DATE  PIC 9(8).
      *>   Who last changed the department at ALCDMNT, and when.
           05  ALCD-MAINT-OPERATOR     PIC X(8).
           05  ALCD-MAINT-TIMESTAMP    PIC X(26).
           05  FILLER                  PIC X(13).
