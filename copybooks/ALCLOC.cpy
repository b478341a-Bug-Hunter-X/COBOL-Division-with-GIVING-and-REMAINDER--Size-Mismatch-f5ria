      *>-----------------------------------------------------------
      *> ALCLOC - bucket-to-store location directory record (ALCLOC
      *> KSDS, keyed on profile + bucket number). A bucket number
      *> on its own means nothing at a loading dock; this is where
      *> bucket 7 of profile NE01 becomes store 0412 and the name
      *> on its ship-to label. Maintained online at ALCLMNT and
      *> resolved for the batch through ALCLOC01.
      *>
      *> The profile is the one the request names: a weighted
      *> ("W") record's ALCWGT weight profile, and for a
      *> distribute-mode ("D") record the same field names the
      *> directory profile whose buckets its installments go to.
      *> Every bucket of a W or D split must be on the directory
      *> or the record is rejected (ALCERR reason 94) - nothing is
      *> shipped to a bucket nobody can put an address on.
      *>-----------------------------------------------------------
       01  ALC-LOCATION-RECORD.
           05  ALCL-KEY.
               10  ALCL-PROFILE        PIC X(4).
               10  ALCL-BUCKET-NO      PIC 9(3).
           05  ALCL-STORE-ID           PIC X(6).
           05  ALCL-SHIP-TO-NAME       PIC X(30).
      *>   Who last changed the entry at ALCLMNT, and when.
           05  ALCL-MAINT-OPERATOR     PIC X(8).
           05  ALCL-MAINT-TIMESTAMP    PIC X(26).
           05  FILLER                  PIC X(3).
