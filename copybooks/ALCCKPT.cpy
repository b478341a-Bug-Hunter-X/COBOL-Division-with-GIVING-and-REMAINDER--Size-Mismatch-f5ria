      *>   and are about to be reprocessed, so they must not read
      *>   as already booked.
           05  ALCK-MADD-RECORD-COUNT  PIC 9(9).
      *>   Frozen-department holds so far - they are part of the
      *>   reject count above but not of the abort threshold, so a
      *>   restart needs both to judge the threshold as the
      *>   interrupted run would have.
           05  ALCK-TOTAL-HELD         PIC 9(9).
      *>   Parallel-slice mode only: bookings of the department
      *>   above taken so far and not posted - a slice leaves the
      *>   posting to ALCMERGE - so a restart's ceiling checks
      *>   still count them.
           05  ALCK-DEPT-MTD-PENDING   PIC 9(11)V99.
