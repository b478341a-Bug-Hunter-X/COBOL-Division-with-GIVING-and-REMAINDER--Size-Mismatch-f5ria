               88  ALCE-REASON-BAD-WEIGHTS      VALUE 60.
               88  ALCE-REASON-DIVIDE-FAILED    VALUE 70.
               88  ALCE-REASON-OVER-CAPACITY    VALUE 80.
      *>       Department checks against the ALCDEPT master (see
      *>       ALCDPT). A frozen-department record is a hold, not
      *>       an error: ALCRSUB releases it once the department is
      *>       open again.
               88  ALCE-REASON-DEPT-UNKNOWN     VALUE 90.
               88  ALCE-REASON-DEPT-CLOSED      VALUE 91.
               88  ALCE-REASON-DEPT-FROZEN      VALUE 92.
               88  ALCE-REASON-OVER-BUDGET      VALUE 93.
      *>       A weighted or distribute-mode bucket with no store
      *>       on the ALCLOC location directory.
               88  ALCE-REASON-NO-LOCATION      VALUE 94.
      *>       Same department, dividend, divisor, mode and weight
      *>       profile as another key booked recently or earlier in
      *>       the night - held, not rejected: the desk releases it
      *>       at ALCINQ if it is a genuine second request. The
      *>       reason text names the matched key (see below).
               88  ALCE-REASON-SUSPECT-DUP      VALUE 95.
           05  ALCE-REASON-TEXT        PIC X(40).
      *>   Reason 95 only: "SUSPECTED DUPLICATE OF KEY nnnnnnnnn",
      *>   so the matched key can be read back off the record.
           05  ALCE-SUSPECT-TEXT REDEFINES ALCE-REASON-TEXT.
               10  FILLER              PIC X(27).
               10  ALCE-SUSPECT-OF-KEY-ID PIC 9(9).
               10  FILLER              PIC X(4).
           05  ALCE-STATUS             PIC X(1).
               88  ALCE-STATUS-PENDING          VALUE "P".
               88  ALCE-STATUS-CORRECTED        VALUE "C".
      *>       Corrected at ALCINQ above the ALCPARM approval limit
      *>       and waiting on the ALCAPQ approval queue for a second
      *>       user - not resubmitted until approved to "C".
               88  ALCE-STATUS-AWAITING         VALUE "A".
           05  ALCE-PROCESS-MODE       PIC X(1).
               88  ALCE-MODE-NORMAL             VALUE "N" SPACE.
               88  ALCE-MODE-DISTRIBUTE         VALUE "D".
