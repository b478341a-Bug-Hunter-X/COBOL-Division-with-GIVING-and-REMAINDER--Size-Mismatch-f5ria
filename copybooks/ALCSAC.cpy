      *>-----------------------------------------------------------
      *> ALCSAC - allocation subledger activity record (ALCSACT
      *> dataset). One row appended for every movement of booked
      *> dollars, by department and business date, by the step
      *> that made it - through the shared ALCSAC01 routine - so
      *> the month-end close (ALCCLOSE) can add a department's
      *> period up from one file instead of from four feeds that
      *> are overwritten every night:
      *>   "N"  new allocations - the night's bookings per
      *>        department (ALCBATCH, or ALCMERGE on a split
      *>        night), posted with the month-to-date
      *>   "C"  corrections - each corrected or released record
      *>        booked by ALCRSUB
      *>   "R"  reversals - each allocation backed out by ALCREV,
      *>        at its full booked dividend
      *>   "S"  installments released - each ALCSCHD row ALCSREL
      *>        sends downstream
      *>   "G"  GL journal - each department's clearing credit on a
      *>        night's ALCGLJ batch, posted by ALCGLX once the
      *>        batch is whole
      *> Amounts are always positive; the activity code carries the
      *> direction. The dataset is sequential and only ever
      *> appended to, like ALCHIST.
      *>
      *> The business date says which period a row belongs to. The
      *> post timestamp lets the close pick up a row dated into a
      *> period that was already closed when it arrived (a reversal
      *> or release run after the close) and carry it into the
      *> next period instead of losing it.
      *>-----------------------------------------------------------
       01  ALC-ACTIVITY-RECORD.
           05  ALCSL-BUS-DATE          PIC 9(8).
           05  ALCSL-DEPT-CODE         PIC X(4).
           05  ALCSL-ACTIVITY          PIC X(1).
               88  ALCSL-NEW                    VALUE "N".
               88  ALCSL-CORRECTION             VALUE "C".
               88  ALCSL-REVERSAL               VALUE "R".
               88  ALCSL-RELEASE                VALUE "S".
               88  ALCSL-GL-JOURNAL             VALUE "G".
           05  ALCSL-SOURCE-PGM        PIC X(8).
      *>   The allocation the row is for; zero on a department
      *>   total (new allocations and GL journal rows).
           05  ALCSL-KEY-ID            PIC 9(9).
           05  ALCSL-AMOUNT            PIC 9(11)V99.
           05  ALCSL-POST-TIMESTAMP    PIC X(26).
           05  FILLER                  PIC X(11).
