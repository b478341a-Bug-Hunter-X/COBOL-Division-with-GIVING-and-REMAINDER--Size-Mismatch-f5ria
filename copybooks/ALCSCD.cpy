      *> downstream systems and marks them released - so the goods
      *> or amounts go downstream as the business event happens,
      *> not all at once on allocation night.
      *>
      *> The ALCSMNT maintenance screen can put a pending row on
      *> hold, move its due date or cancel it, and ALCREV cancels
      *> every unreleased row of a key it reverses; ALCSREL releases
      *> pending rows only, so held and cancelled rows never go
      *> downstream. Every such change is logged to ALCSAUD.
      *>-----------------------------------------------------------
       01  ALC-SCHED-RECORD.
           05  ALCS-KEY.
           05  ALCS-STATUS             PIC X(1).
               88  ALCS-PENDING                 VALUE "P".
               88  ALCS-RELEASED                VALUE "R".
               88  ALCS-HELD                    VALUE "H".
               88  ALCS-CANCELLED               VALUE "C".
      *>   Date the row was released - or, on a cancelled row, the
      *>   date it was cancelled; zero while pending or held.
           05  ALCS-RELEASE-DATE       PIC 9(8).
      *>   Store/location the installment ships to, resolved from
      *>   the ALCLOC directory when the row is laid down, so the
      *>   release feed carries it. Appended after the original
      *>   layout; rows converted from before it existed carry
      *>   spaces.
           05  ALCS-STORE-ID           PIC X(6).
           05  ALCS-SHIP-TO-NAME       PIC X(30).
