      *>-----------------------------------------------------------
      *> ALCXRG - extract register record (ALCXREG KSDS, keyed on
      *> source system). One row per sending system remembering
      *> the last extract ALCVAL accepted from it, so a resent,
      *> skipped or stale extract is caught at STEP010 instead of
      *> being allocated. Written only when an extract passes
      *> every check.
      *>-----------------------------------------------------------
       01  ALC-XREG-RECORD.
           05  ALCXR-SOURCE-SYSTEM     PIC X(8).
           05  ALCXR-LAST-EXTRACT-SEQ  PIC 9(7).
           05  ALCXR-LAST-BUS-DATE     PIC 9(8).
           05  ALCXR-LAST-REC-COUNT    PIC 9(9).
           05  ALCXR-LAST-DIV-HASH     PIC 9(13)V99.
           05  ALCXR-ACCEPT-TIMESTAMP  PIC X(26).
           05  FILLER                  PIC X(7).
