      *>         carried - they ride the ALCSREL release feed one
      *>         by one as their due dates arrive. The corrections
      *>         feed (ALCOUTC), which has no installment schedule,
      *>         still carries both modes' buckets at once.
      *>         Every bucket record carries the store/location and
      *>         ship-to name resolved from the ALCLOC directory
      *>   "P" - single lead record marking the file as a
      *>         simulation preview (trial-run mode) - a feed that
      *>         opens with it must never be posted
           05  ALCO-BKT-KEY-ID         PIC 9(9).
           05  ALCO-BKT-BUCKET-NO      PIC 9(3).
           05  ALCO-BKT-AMOUNT         PIC 9(7)V99.
           05  ALCO-BKT-STORE-ID       PIC X(6).
           05  ALCO-BKT-SHIP-TO-NAME   PIC X(30).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  ALCO-PREVIEW-RECORD.
           05  ALCO-PRV-REC-TYPE       PIC X(1) VALUE "P".
