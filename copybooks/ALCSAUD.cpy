      *>-----------------------------------------------------------
      *> ALCSAUD - installment-schedule change-audit record (ALCSAUD
      *> dataset). One row appended for every hold, hold release,
      *> reschedule or cancellation of an ALCSCHD row - keyed at
      *> the ALCSMNT screen by an operator, or cancelled by ALCREV
      *> when the key is reversed - with the status and due date
      *> before and after, so a deferred or vanished installment
      *> can always be traced to who changed it and when.
      *>-----------------------------------------------------------
       01  ALC-SCHED-AUDIT-RECORD.
           05  ALCSA-TIMESTAMP         PIC X(26).
      *>   Operator ID keyed at ALCSMNT sign-on; "ALCREV" for the
      *>   cancellations a reversal makes.
           05  ALCSA-OPERATOR          PIC X(8).
           05  ALCSA-ACTION            PIC X(1).
               88  ALCSA-ACTION-HOLD            VALUE "H".
               88  ALCSA-ACTION-UNHOLD          VALUE "U".
               88  ALCSA-ACTION-RESCHEDULE      VALUE "M".
               88  ALCSA-ACTION-CANCEL          VALUE "C".
           05  ALCSA-KEY-ID            PIC 9(9).
           05  ALCSA-BUCKET-NO         PIC 9(3).
           05  ALCSA-AMOUNT            PIC 9(7)V99.
           05  ALCSA-OLD-STATUS        PIC X(1).
           05  ALCSA-NEW-STATUS        PIC X(1).
           05  ALCSA-OLD-DUE-DATE      PIC 9(8).
           05  ALCSA-NEW-DUE-DATE      PIC 9(8).
