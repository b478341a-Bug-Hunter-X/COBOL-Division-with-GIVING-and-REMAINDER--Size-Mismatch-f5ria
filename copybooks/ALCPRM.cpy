      *>               concurrent slices never hold the master for
      *>               update at the same time; blank is a normal
      *>               booking run
      *>   col  49     (blank)
      *>   cols 50-58  ALCINQ approval limit in dollars and cents
      *>               (two implied decimals): a correction whose
      *>               dividend is above it waits on the ALCAPQ
      *>               approval queue for a second user before
      *>               ALCRSUB will resubmit it; zero or blank
      *>               sends every correction for approval
      *>   col  59     (blank)
      *>   cols 60-62  suspected-duplicate window in days: ALCBATCH
      *>               and ALCRSUB hold a record whose department,
      *>               dividend, divisor, mode and weight profile
      *>               match another key booked within this many
      *>               days of the business date, or earlier in the
      *>               same night (zero takes the default)
      *>-----------------------------------------------------------
       01  ALC-PARM-RECORD.
           05  ALCP-RUN-DATE           PIC 9(8).
           05  ALCP-RUN-MODE           PIC X(1).
               88  ALCP-MODE-SIMULATE           VALUE "S".
               88  ALCP-MODE-PARALLEL           VALUE "P".
           05  FILLER                  PIC X(1).
           05  ALCP-APPROVAL-LIMIT     PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  ALCP-DUP-WINDOW-DAYS    PIC 9(3).
           05  FILLER                  PIC X(18).
