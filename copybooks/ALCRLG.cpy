      *>-----------------------------------------------------------
      *> ALCRLG - run ledger record (ALCRLG KSDS, keyed on job +
      *> step + business date). One row per guarded step per
      *> business date, written by ALCRLG01 when the step starts
      *> and completed when it ends, so every job stream can see
      *> what has - and has not - run for a date before it trusts
      *> the date on its own parameter card:
      *>   "S"  started   - the step is running, or abended and has
      *>                    not yet been restarted
      *>   "C"  completed - the step ended with RETURN-CODE 0 or 4;
      *>                    the date is done and may not run again
      *>   "F"  failed    - the step ended with a RETURN-CODE above
      *>                    4; like an abend it may be restarted
      *> A restart rewrites the row and counts the attempt, so the
      *> row always shows the latest try.
      *>-----------------------------------------------------------
       01  ALC-LEDGER-RECORD.
           05  ALCRL-KEY.
               10  ALCRL-JOB-NAME      PIC X(8).
               10  ALCRL-STEP-NAME     PIC X(8).
               10  ALCRL-BUS-DATE      PIC 9(8).
           05  ALCRL-STATUS            PIC X(1).
               88  ALCRL-STARTED                VALUE "S".
               88  ALCRL-COMPLETED              VALUE "C".
               88  ALCRL-FAILED                 VALUE "F".
           05  ALCRL-START-TIMESTAMP   PIC X(26).
           05  ALCRL-END-TIMESTAMP     PIC X(26).
           05  ALCRL-RETURN-CODE       PIC 9(4).
           05  ALCRL-ATTEMPTS          PIC 9(3).
           05  FILLER                  PIC X(16).
