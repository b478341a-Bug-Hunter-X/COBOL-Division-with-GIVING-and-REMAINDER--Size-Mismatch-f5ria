      *>-----------------------------------------------------------
      *> ALCWAUD - weight-profile change-audit record (ALCWAUD
      *> dataset). One row appended per add/change/delete saved at
      *> the ALCWMNT maintenance screen and applied to the ALCWGT
      *> dataset, so "who changed store weights, and when" is
      *> answered from the file instead of from memory. A save
      *> only reaches ALCWGT once a second user approves it on the
      *> ALCAPRV approval-queue screen, and the rows are written
      *> then - keyed changes abandoned with quit, or sent back by
      *> the checker, leave no trace here because they changed
      *> nothing.
      *>-----------------------------------------------------------
       01  ALC-WGT-AUDIT-RECORD.
      *>   When the maker saved the change, and who the maker was.
           05  ALCWA-TIMESTAMP         PIC X(26).
           05  ALCWA-OPERATOR          PIC X(8).
           05  ALCWA-ACTION            PIC X(1).
      *>   implied decimals; zero means uncapped.
           05  ALCWA-OLD-CAPACITY      PIC 9(7)V99.
           05  ALCWA-NEW-CAPACITY      PIC 9(7)V99.
      *>   The checker who approved the save, and when - appended
      *>   after the original layout so older rows still parse.
           05  ALCWA-CHECKER           PIC X(8).
           05  ALCWA-APPROVE-TIMESTAMP PIC X(26).
