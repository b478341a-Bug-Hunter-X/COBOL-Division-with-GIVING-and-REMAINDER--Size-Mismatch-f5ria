      *>-----------------------------------------------------------
      *> ALCCAL - business-calendar card (ALCCAL dataset, a PARMLIB
      *> member maintained by operations like ALCGLMAP). Monday to
      *> Friday are business days and Saturday and Sunday are not,
      *> unless a card says otherwise for that date:
      *>   cols  1- 4  calendar ID - "*ALL" for the company-wide
      *>               calendar, or a department code for a
      *>               department (or the region it ships from)
      *>               whose warehouse keeps its own days; a
      *>               department's own card for a date overrides
      *>               the "*ALL" card for the same date
      *>   col   5     (blank)
      *>   cols  6-13  date, YYYYMMDD
      *>   col  14     (blank)
      *>   col  15     day type: "H" holiday, "C" closed (any other
      *>               non-working day - stocktake, shutdown), "W"
      *>               a weekend day that is worked
      *>   col  16     (blank)
      *>   cols 17-46  description, e.g. "CHRISTMAS DAY"
      *> One card with calendar ID "*CAL" names the calendar in
      *> its description (e.g. "2026 CALENDAR REV 2"); the reports
      *> that count business days print that name so it is clear
      *> which edition of the calendar they aged against.
      *>-----------------------------------------------------------
       01  ALC-CALENDAR-RECORD.
           05  ALCC-CALENDAR-ID        PIC X(4).
               88  ALCC-COMPANY-CALENDAR        VALUE "*ALL".
               88  ALCC-CALENDAR-NAME-CARD      VALUE "*CAL".
           05  FILLER                  PIC X(1).
           05  ALCC-DATE               PIC 9(8).
           05  FILLER                  PIC X(1).
           05  ALCC-DAY-TYPE           PIC X(1).
               88  ALCC-HOLIDAY                 VALUE "H".
               88  ALCC-CLOSED                  VALUE "C".
               88  ALCC-WORKING                 VALUE "W".
           05  FILLER                  PIC X(1).
           05  ALCC-DESCRIPTION        PIC X(30).
           05  FILLER                  PIC X(34).
