      *>-----------------------------------------------------------
      *> ALCCALL - LINKAGE layout for the ALCCAL01 business-day
      *> calendar subprogram. COPY this into any program that CALLs
      *> ALCCAL01; set the function, calendar ID and date(s), CALL,
      *> and read the answer back. The calendar is loaded on the
      *> first CALL and kept for the rest of the run.
      *>-----------------------------------------------------------
       01  LK-ALCCAL-PARMS.
           05  LK-CAL-FUNCTION         PIC X(1).
      *>       Return in LK-CAL-RESULT-DATE the first business day
      *>       on or after LK-CAL-DATE.
               88  LK-CAL-ROLL-FORWARD          VALUE "R".
      *>       Return in LK-CAL-DAYS the business days after
      *>       LK-CAL-FROM-DATE up to and including LK-CAL-DATE
      *>       (zero when LK-CAL-FROM-DATE is not earlier).
               88  LK-CAL-COUNT-DAYS            VALUE "A".
      *>       Set LK-CAL-IS-BUSINESS-DAY for LK-CAL-DATE.
               88  LK-CAL-TEST-DAY              VALUE "B".
      *>   Department code whose calendar applies; a department
      *>   with no cards of its own (or spaces) gets "*ALL".
           05  LK-CAL-ID               PIC X(4).
           05  LK-CAL-DATE             PIC 9(8).
           05  LK-CAL-FROM-DATE        PIC 9(8).
           05  LK-CAL-RESULT-DATE      PIC 9(8).
           05  LK-CAL-DAYS             PIC S9(5).
           05  LK-CAL-BUSINESS-SWITCH  PIC X(1).
               88  LK-CAL-IS-BUSINESS-DAY       VALUE "Y".
      *>   Returned: the ALCCAL open status ("00" loaded - anything
      *>   else means weekends-only), the calendar name for report
      *>   headings, and the calendar ID actually applied.
           05  LK-CAL-STATUS           PIC X(2).
               88  LK-CAL-LOADED                VALUE "00".
           05  LK-CAL-NAME             PIC X(30).
           05  LK-CAL-USED             PIC X(4).
