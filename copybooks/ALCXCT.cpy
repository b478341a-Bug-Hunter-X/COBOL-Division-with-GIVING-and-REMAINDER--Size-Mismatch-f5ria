      *>-----------------------------------------------------------
      *> ALCXCT - transmission control records on the ALCIN extract.
      *> The ordering system brackets every night's extract with
      *> one header record ahead of the first ALCREC detail and
      *> one trailer record after the last, both 44 bytes like the
      *> details. Cols 1-3 carry "HDR" or "TRL" - never a valid
      *> numeric key-ID - so the records are told apart from the
      *> details by type alone. ALCVAL checks both against the
      *> records actually received and against the ALCXREG extract
      *> register; the STEP019 sort then omits them so ALCBATCH
      *> and ALCCARVE only ever see detail records.
      *>-----------------------------------------------------------
       01  ALC-XMIT-HEADER-RECORD.
           05  ALCX-HDR-REC-TYPE       PIC X(3).
               88  ALCX-IS-HEADER             VALUE "HDR".
      *>   Sending system, the key of its ALCXREG register row.
           05  ALCX-HDR-SOURCE-SYSTEM  PIC X(8).
      *>   Business date the extract was cut for, YYYYMMDD - must
      *>   match the ALCPARM processing date.
           05  ALCX-HDR-BUSINESS-DATE  PIC 9(8).
      *>   Extract sequence number, one higher every transmission.
           05  ALCX-HDR-EXTRACT-SEQ    PIC 9(7).
           05  FILLER                  PIC X(18).

       01  ALC-XMIT-TRAILER-RECORD.
           05  ALCX-TRL-REC-TYPE       PIC X(3).
               88  ALCX-IS-TRAILER            VALUE "TRL".
      *>   Detail records between header and trailer.
           05  ALCX-TRL-RECORD-COUNT   PIC 9(9).
      *>   Sum of ALC-DIVIDEND over those detail records.
           05  ALCX-TRL-DIVIDEND-HASH  PIC 9(13)V99.
           05  FILLER                  PIC X(17).
