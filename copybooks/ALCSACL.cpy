      *>-----------------------------------------------------------
      *> ALCSACL - LINKAGE layout for the ALCSAC01 subledger
      *> activity subprogram. COPY this into any program that
      *> CALLs ALCSAC01; fill in one movement, CALL, and check the
      *> return code - a row that could not be posted is reported
      *> by ALCSAC01 with its amount, and the caller carries on.
      *>-----------------------------------------------------------
       01  LK-ALCSAC-PARMS.
           05  LK-SAC-BUS-DATE         PIC 9(8).
           05  LK-SAC-DEPT-CODE        PIC X(4).
      *>   What kind of movement - see the ALCSAC copybook.
           05  LK-SAC-ACTIVITY         PIC X(1).
               88  LK-SAC-NEW                   VALUE "N".
               88  LK-SAC-CORRECTION            VALUE "C".
               88  LK-SAC-REVERSAL              VALUE "R".
               88  LK-SAC-RELEASE               VALUE "S".
               88  LK-SAC-GL-JOURNAL            VALUE "G".
           05  LK-SAC-SOURCE-PGM       PIC X(8).
      *>   Zero on a department total.
           05  LK-SAC-KEY-ID           PIC 9(9).
           05  LK-SAC-AMOUNT           PIC 9(11)V99.
      *>   Returned: zero when the row is on ALCSACT, 16 when the
      *>   dataset could not be opened or written.
           05  LK-SAC-RC               PIC 9(2).
               88  LK-SAC-POSTED                VALUE 0.
