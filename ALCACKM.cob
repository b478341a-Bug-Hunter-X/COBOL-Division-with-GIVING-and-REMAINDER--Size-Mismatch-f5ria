      *>     unconfirmed, and the ALCAKRPT report lists them aged
      *>     by run date so the oldest stragglers stand out.
      *>
      *> Ages are business days on the booking department's
      *> ALCCAL calendar (via ALCCAL01), as on the ALCERAGE report
      *> - the receivers post nothing over a weekend or a holiday,
      *> so calendar days made every Monday look overdue. A row
      *> booked before ALCMSTR carried a department, or for a
      *> department with no calendar cards of its own, is aged on
      *> the company-wide "*ALL" calendar. The report heading
      *> names the calendar edition, and each line the calendar it
      *> was aged on.
      *>
      *> RETURN-CODE is left at 4 when any allocation has gone
      *> unconfirmed past the ALCPARM age threshold (so STEP040/
      *> ALCNOTFY pages the operators), 16 when a file or the
       COPY ALCACK.

       FD  ALC-MSTR-FILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY ALCMST.

       FD  ALC-PARM-FILE
      *>   threshold zero.
       01  WS-ACK-AGE-DAYS             PIC 9(3) VALUE 3.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-AGE-DAYS                 PIC S9(5).

       01  WS-MATCHED-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-UNCONFIRMED-COUNT        PIC 9(9)  VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(9)  VALUE ZERO.

       COPY ALCCALL.

       01  AKR-HEADING-LINE.
           05  FILLER                  PIC X(32) VALUE
               "UNCONFIRMED ALLOCATIONS AS OF ".
           05  AKR-HDG-DATE            PIC 9(8).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  AKR-CALENDAR-LINE.
           05  FILLER                  PIC X(36) VALUE
               "AGED IN BUSINESS DAYS - CALENDAR: ".
           05  AKR-HDG-CAL-NAME        PIC X(30).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  AKR-COLUMN-LINE.
           05  FILLER                  PIC X(12) VALUE "KEY-ID".
           05  FILLER                  PIC X(12) VALUE "RUN DATE".
           05  FILLER                  PIC X(10) VALUE "BUS DAYS".
           05  FILLER                  PIC X(15) VALUE "DIVIDEND".
           05  FILLER                  PIC X(14) VALUE "FLAG".
           05  FILLER                  PIC X(69) VALUE "CALENDAR".

       01  AKR-DETAIL-LINE.
           05  AKR-DET-KEY-ID          PIC Z(8)9.
           05  AKR-DET-DIVIDEND        PIC Z(6)9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  AKR-DET-FLAG            PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AKR-DET-CAL             PIC X(4).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  AKR-UNKNOWN-LINE.
           05  FILLER                  PIC X(20) VALUE
               STOP RUN
           END-IF

      *>   A first CALL loads the calendar and hands back its name
      *>   for the heading.
           SET LK-CAL-TEST-DAY TO TRUE
           MOVE "*ALL" TO LK-CAL-ID
           MOVE WS-RUN-DATE TO LK-CAL-DATE
           CALL "ALCCAL01" USING LK-ALCCAL-PARMS
           MOVE LK-CAL-NAME TO AKR-HDG-CAL-NAME

           MOVE WS-RUN-DATE TO AKR-HDG-DATE
           WRITE ALC-AKR-RECORD FROM AKR-HEADING-LINE
           WRITE ALC-AKR-RECORD FROM AKR-CALENDAR-LINE
           WRITE ALC-AKR-RECORD FROM AKR-COLUMN-LINE.

       1300-READ-PARM-CARD.
               STOP RUN
           END-IF
           MOVE ALCP-RUN-DATE TO WS-RUN-DATE
           IF ALCP-ACK-AGE-DAYS NUMERIC AND ALCP-ACK-AGE-DAYS > ZERO
               MOVE ALCP-ACK-AGE-DAYS TO WS-ACK-AGE-DAYS
           END-IF.

       3200-REPORT-UNCONFIRMED.
           ADD 1 TO WS-UNCONFIRMED-COUNT
      *>   ALCCAL01 falls back to "*ALL" for a blank department or
      *>   one with no calendar of its own.
           SET LK-CAL-COUNT-DAYS TO TRUE
           MOVE ALCM-DEPT-CODE TO LK-CAL-ID
           MOVE ALCM-RUN-DATE TO LK-CAL-FROM-DATE
           MOVE WS-RUN-DATE TO LK-CAL-DATE
           CALL "ALCCAL01" USING LK-ALCCAL-PARMS
           MOVE LK-CAL-DAYS TO WS-AGE-DAYS
           MOVE LK-CAL-USED TO AKR-DET-CAL
           MOVE ALCM-KEY-ID TO AKR-DET-KEY-ID
           MOVE ALCM-RUN-DATE TO AKR-DET-RUN-DATE
           MOVE WS-AGE-DAYS TO AKR-DET-AGE
               WS-UNKNOWN-COUNT " UNKNOWN"
           DISPLAY "ALCACKM: " WS-UNCONFIRMED-COUNT
               " UNCONFIRMED ALLOCATION(S), " WS-OVERDUE-COUNT
               " PAST " WS-ACK-AGE-DAYS " BUSINESS DAY(S)"

           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
