      *>-----------------------------------------------------------
      *> ALCAPQ - maker-checker approval-queue record (ALCAPQ KSDS,
      *> keyed on item type + item ID + maker timestamp + line).
      *> Two kinds of change wait here for a second user before
      *> they can take effect:
      *>   "C"  an ALCINQ correction whose dividend is above the
      *>        ALCPARM approval limit - the ALCERR record sits at
      *>        status "A" meanwhile, so the ALCRSUB sweep, which
      *>        takes status "C" only, leaves it alone. Item ID is
      *>        the key-ID; one line per submission.
      *>   "W"  every ALCWMNT weight-profile save - the proposed
      *>        dataset sits on the ALCWGTP staging file, so the
      *>        ALCWGT01 loader, which reads ALCWGT only, never sees
      *>        it. Item ID is "ALCWGT"; one line per bucket added,
      *>        changed or deleted.
      *> The ALCAPRV approval-queue screen shows the before/after
      *> values and a checker other than the maker approves or
      *> sends the change back with a reason. Decided rows are
      *> never deleted: with maker, checker and both timestamps on
      *> every line the dataset is the approval audit trail.
      *>-----------------------------------------------------------
       01  ALC-APPROVAL-RECORD.
           05  ALCQ-KEY.
               10  ALCQ-ITEM-TYPE      PIC X(1).
                   88  ALCQ-ITEM-CORRECTION     VALUE "C".
                   88  ALCQ-ITEM-WEIGHTS        VALUE "W".
               10  ALCQ-ITEM-ID        PIC X(9).
               10  ALCQ-MAKER-TIMESTAMP PIC X(26).
               10  ALCQ-LINE-NO        PIC 9(3).
           05  ALCQ-STATUS             PIC X(1).
               88  ALCQ-AWAITING                VALUE "A".
               88  ALCQ-APPROVED                VALUE "Y".
               88  ALCQ-SENT-BACK               VALUE "N".
           05  ALCQ-MAKER-ID           PIC X(8).
      *>   Checker ID, decision timestamp and send-back reason stay
      *>   blank while the change is awaiting approval.
           05  ALCQ-CHECKER-ID         PIC X(8).
           05  ALCQ-CHECKER-TIMESTAMP  PIC X(26).
           05  ALCQ-SENDBACK-REASON    PIC X(40).
      *>   Item-type "C": the ALCERR values before and after the
      *>   correction, and the split the corrected values divide to.
           05  ALCQ-CORRECTION-DETAIL.
               10  ALCQ-OLD-DIVIDEND   PIC 9(7)V99.
               10  ALCQ-OLD-DIVISOR    PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
               10  ALCQ-NEW-DIVIDEND   PIC 9(7)V99.
               10  ALCQ-NEW-DIVISOR    PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
               10  ALCQ-NEW-QUOTIENT   PIC 9(7)V99.
               10  ALCQ-NEW-REMAINDER  PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X(1).
      *>   Item-type "W": one bucket change, the same fields the
      *>   ALCWAUD change audit carries.
           05  ALCQ-WEIGHT-DETAIL REDEFINES ALCQ-CORRECTION-DETAIL.
               10  ALCQ-WGT-ACTION     PIC X(1).
               10  ALCQ-WGT-PROFILE    PIC X(4).
               10  ALCQ-WGT-EFF-DATE   PIC 9(8).
               10  ALCQ-WGT-BUCKET-NO  PIC 9(3).
               10  ALCQ-WGT-OLD-WEIGHT PIC 9(5).
               10  ALCQ-WGT-NEW-WEIGHT PIC 9(5).
               10  ALCQ-WGT-OLD-CAPACITY PIC 9(7)V99.
               10  ALCQ-WGT-NEW-CAPACITY PIC 9(7)V99.
               10  FILLER              PIC X(6).
