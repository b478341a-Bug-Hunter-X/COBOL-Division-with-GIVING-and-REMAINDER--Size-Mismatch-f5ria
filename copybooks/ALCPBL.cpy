      *>-----------------------------------------------------------
      *> ALCPBL - allocation subledger period balance record
      *> (ALCPBAL KSDS, keyed on period + department). Written by
      *> the month-end close (ALCCLOSE): one row per department per
      *> closed period, carrying the department's balance forward
      *> from month to month -
      *>   closing = opening + new allocations + corrections
      *>             - reversals
      *> with the installments released in the period and those
      *> still pending on ALCSCHD at the close alongside, and the
      *> period's new allocations tied out to the GL journal
      *> totals ALCGLX produced for the same nights.
      *>
      *> Each closed period also has one "*TOT" row, written last,
      *> holding the period totals and when the close ran. A
      *> period with a "*TOT" row is closed and stays closed: the
      *> close never rewrites it, and a department's closing
      *> balance there is the next period's opening balance.
      *> Reversals of allocations booked before ALCMSTR carried a
      *> department code fall under a blank department.
      *>-----------------------------------------------------------
       01  ALC-PERIOD-BALANCE-RECORD.
           05  ALCB-KEY.
               10  ALCB-PERIOD         PIC 9(6).
               10  ALCB-DEPT-CODE      PIC X(4).
                   88  ALCB-PERIOD-TOTAL        VALUE "*TOT".
      *>   Amounts carry two implied decimals; the balances are
      *>   signed because reversals of an earlier period's
      *>   bookings can take a department below zero.
           05  ALCB-OPENING            PIC S9(11)V99.
           05  ALCB-NEW                PIC 9(11)V99.
           05  ALCB-CORRECTIONS        PIC 9(11)V99.
           05  ALCB-REVERSALS          PIC 9(11)V99.
           05  ALCB-CLOSING            PIC S9(11)V99.
           05  ALCB-RELEASED           PIC 9(11)V99.
           05  ALCB-PENDING            PIC 9(11)V99.
      *>   GL tie-out: the clearing credits ALCGLX journalled for
      *>   the period, and new allocations less that figure.
           05  ALCB-GL-JOURNAL         PIC 9(11)V99.
           05  ALCB-GL-DIFFERENCE      PIC S9(11)V99.
           05  ALCB-TIE-STATUS         PIC X(1).
               88  ALCB-IN-BALANCE              VALUE "B".
               88  ALCB-OUT-OF-BALANCE          VALUE "O".
      *>   Activity rows dated into an earlier period that was
      *>   already closed when they were posted, taken into this
      *>   one instead.
           05  ALCB-LATE-COUNT         PIC 9(7).
           05  ALCB-CLOSE-BUS-DATE     PIC 9(8).
           05  ALCB-CLOSE-TIMESTAMP    PIC X(26).
      *>   "*TOT" row only: departments out of balance with GL.
           05  ALCB-DEPTS-OUT          PIC 9(5).
           05  FILLER                  PIC X(26).
