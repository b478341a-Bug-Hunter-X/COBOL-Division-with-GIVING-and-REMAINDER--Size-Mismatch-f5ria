      *>-----------------------------------------------------------
      *> ALCCAL01 - shared business-day calendar service.
      *>
      *> Every date rule in the system used to count calendar days:
      *> an installment could fall due on a Sunday or Christmas
      *> Day, ALCSREL released it to a closed warehouse, and the
      *> ALCERAGE/ALCACKM aging counted the weekend against every
      *> record so Monday brought a crop of false escalations. The
      *> programs that need a business day now ask here, the same
      *> way they share ALCDIV01 and ALCWGT01, so they all agree on
      *> what a business day is.
      *>
      *> The ALCCAL dataset (see ALCCAL) lists the exceptions to a
      *> Monday-to-Friday week - holidays and other closed days,
      *> and weekend days that are worked - company-wide under
      *> "*ALL" and, where a department's warehouse keeps its own
      *> days, under the department code. A date is looked up on
      *> the caller's department calendar first, then on "*ALL",
      *> and only then falls to the day of the week.
      *>
      *> The dataset is read on the first CALL into a table kept in
      *> calendar-ID/date order (inserts shift later rows down, the
      *> ALCWMNT approach) so every later lookup is a SEARCH ALL.
      *> A missing dataset leaves a weekends-only calendar and says
      *> so in LK-CAL-NAME, so a report never claims a calendar it
      *> did not use.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCCAL01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-CAL-FILE ASSIGN TO "ALCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-CAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCCAL.

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS               PIC X(2).
           88  WS-CAL-OK                     VALUE "00".
       01  WS-LOADED-SWITCH            PIC X(1) VALUE "N".
           88  WS-LOADED                     VALUE "Y".
       01  WS-EOF-SWITCH               PIC X(1).
           88  WS-EOF                        VALUE "Y".
       01  WS-OPEN-STATUS              PIC X(2).
       01  WS-CALENDAR-NAME            PIC X(30).

      *>   Exception days, calendar-ID/date ascending. 2000 cards is
      *>   years of holidays for every department with room over.
       01  WS-DAY-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-DAY-POS                  PIC 9(4).
       01  WS-DAY-SHIFT                PIC 9(4).
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY            OCCURS 0 TO 2000 TIMES
                                       DEPENDING ON WS-DAY-COUNT
                                       ASCENDING KEY IS WS-DAY-KEY
                                       INDEXED BY WS-DAY-IDX.
               10  WS-DAY-KEY.
                   15  WS-DAY-CAL-ID   PIC X(4).
                   15  WS-DAY-DATE     PIC 9(8).
               10  WS-DAY-TYPE         PIC X(1).
       01  WS-NEW-DAY-KEY.
           05  WS-NEW-CAL-ID           PIC X(4).
           05  WS-NEW-DATE             PIC 9(8).

      *>   Department calendars that have cards of their own.
       01  WS-OWN-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-OWN-IDX                  PIC 9(3).
       01  WS-OWN-TABLE.
           05  WS-OWN-CAL-ID           PIC X(4) OCCURS 200 TIMES.

      *>   One lookup.
       01  WS-CAL-ID                   PIC X(4).
       01  WS-TEST-DATE                PIC 9(8).
       01  WS-TEST-DATE-INT            PIC 9(9).
       01  WS-END-DATE-INT             PIC 9(9).
       01  WS-WEEKDAY                  PIC 9(1).
       01  WS-WEEK-WORK                PIC 9(9).
       01  WS-FOUND-TYPE               PIC X(1).
       01  WS-BUSINESS-SWITCH          PIC X(1).
           88  WS-BUSINESS-DAY               VALUE "Y".
       01  WS-ROLL-TRIES               PIC 9(3).

       LINKAGE SECTION.
       COPY ALCCALL.

       PROCEDURE DIVISION USING LK-ALCCAL-PARMS.
       0000-MAIN.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-CALENDAR
           END-IF
           MOVE WS-OPEN-STATUS TO LK-CAL-STATUS
           MOVE WS-CALENDAR-NAME TO LK-CAL-NAME
           PERFORM 2000-PICK-CALENDAR
           EVALUATE TRUE
               WHEN LK-CAL-ROLL-FORWARD
                   PERFORM 3000-ROLL-FORWARD
               WHEN LK-CAL-COUNT-DAYS
                   PERFORM 4000-COUNT-BUSINESS-DAYS
               WHEN OTHER
                   MOVE LK-CAL-DATE TO WS-TEST-DATE
                   PERFORM 5000-TEST-ONE-DAY
                   MOVE WS-BUSINESS-SWITCH TO LK-CAL-BUSINESS-SWITCH
           END-EVALUATE
           GOBACK.

       1000-LOAD-CALENDAR.
           SET WS-LOADED TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "WEEKENDS ONLY - NO ALCCAL" TO WS-CALENDAR-NAME
           OPEN INPUT ALC-CAL-FILE
           MOVE WS-CAL-STATUS TO WS-OPEN-STATUS
           IF WS-CAL-OK
               MOVE "ALCCAL (UNNAMED)" TO WS-CALENDAR-NAME
               PERFORM 1100-LOAD-ONE-CARD UNTIL WS-EOF
               CLOSE ALC-CAL-FILE
           ELSE
               DISPLAY "ALCCAL01: NO ALCCAL CALENDAR - STATUS "
                   WS-CAL-STATUS " - MONDAY TO FRIDAY ONLY"
           END-IF.

       1100-LOAD-ONE-CARD.
           READ ALC-CAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ALCC-CALENDAR-NAME-CARD
                           MOVE ALCC-DESCRIPTION TO WS-CALENDAR-NAME
                       WHEN ALCC-CALENDAR-ID = SPACES
                           CONTINUE
                       WHEN ALCC-DATE NOT NUMERIC
                               OR NOT (ALCC-HOLIDAY OR ALCC-CLOSED
                                       OR ALCC-WORKING)
                           DISPLAY "ALCCAL01: BAD ALCCAL CARD FOR "
                               ALCC-CALENDAR-ID " " ALCC-DATE
                               " - SKIPPED"
                       WHEN OTHER
                           PERFORM 1200-ADD-DAY
                   END-EVALUATE
           END-READ.

       1200-ADD-DAY.
      *>   Insert in key order, shifting later rows down. A second
      *>   card for the same calendar and date replaces the first.
           MOVE ALCC-CALENDAR-ID TO WS-NEW-CAL-ID
           MOVE ALCC-DATE TO WS-NEW-DATE
           MOVE 1 TO WS-DAY-POS
           PERFORM VARYING WS-DAY-SHIFT FROM 1 BY 1
                   UNTIL WS-DAY-SHIFT > WS-DAY-COUNT
               IF WS-DAY-KEY (WS-DAY-SHIFT) < WS-NEW-DAY-KEY
                   COMPUTE WS-DAY-POS = WS-DAY-SHIFT + 1
               END-IF
           END-PERFORM
           IF WS-DAY-POS <= WS-DAY-COUNT
                   AND WS-DAY-KEY (WS-DAY-POS) = WS-NEW-DAY-KEY
               MOVE ALCC-DAY-TYPE TO WS-DAY-TYPE (WS-DAY-POS)
           ELSE
               IF WS-DAY-COUNT >= 2000
                   DISPLAY "ALCCAL01: CALENDAR TABLE FULL - CARD "
                       ALCC-CALENDAR-ID " " ALCC-DATE " IGNORED"
               ELSE
                   PERFORM VARYING WS-DAY-SHIFT FROM WS-DAY-COUNT
                           BY -1 UNTIL WS-DAY-SHIFT < WS-DAY-POS
                       MOVE WS-DAY-ENTRY (WS-DAY-SHIFT)
                           TO WS-DAY-ENTRY (WS-DAY-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-NEW-DAY-KEY TO WS-DAY-KEY (WS-DAY-POS)
                   MOVE ALCC-DAY-TYPE TO WS-DAY-TYPE (WS-DAY-POS)
                   IF NOT ALCC-COMPANY-CALENDAR
                       PERFORM 1300-NOTE-OWN-CALENDAR
                   END-IF
               END-IF
           END-IF.

       1300-NOTE-OWN-CALENDAR.
           MOVE ZERO TO WS-DAY-SHIFT
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-CAL-ID (WS-OWN-IDX) = ALCC-CALENDAR-ID
                   MOVE 1 TO WS-DAY-SHIFT
               END-IF
           END-PERFORM
           IF WS-DAY-SHIFT = ZERO
               IF WS-OWN-COUNT >= 200
                   DISPLAY "ALCCAL01: TOO MANY DEPARTMENT CALENDARS - "
                       ALCC-CALENDAR-ID " USES *ALL"
               ELSE
                   ADD 1 TO WS-OWN-COUNT
                   MOVE ALCC-CALENDAR-ID TO WS-OWN-CAL-ID (WS-OWN-COUNT)
               END-IF
           END-IF.

       2000-PICK-CALENDAR.
           MOVE "*ALL" TO WS-CAL-ID
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-CAL-ID (WS-OWN-IDX) = LK-CAL-ID
                   MOVE LK-CAL-ID TO WS-CAL-ID
               END-IF
           END-PERFORM
           MOVE WS-CAL-ID TO LK-CAL-USED.

       3000-ROLL-FORWARD.
      *>   A year of closed days in a row means a broken calendar,
      *>   not a long weekend - give the date back unrolled rather
      *>   than loop on.
           MOVE LK-CAL-DATE TO WS-TEST-DATE
           MOVE ZERO TO WS-ROLL-TRIES
           PERFORM 5000-TEST-ONE-DAY
           PERFORM UNTIL WS-BUSINESS-DAY OR WS-ROLL-TRIES >= 366
               ADD 1 TO WS-ROLL-TRIES
               COMPUTE WS-TEST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) + 1
               COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-TEST-DATE-INT)
               PERFORM 5000-TEST-ONE-DAY
           END-PERFORM
           IF WS-BUSINESS-DAY
               MOVE WS-TEST-DATE TO LK-CAL-RESULT-DATE
           ELSE
               DISPLAY "ALCCAL01: NO BUSINESS DAY WITHIN A YEAR OF "
                   LK-CAL-DATE " ON CALENDAR " WS-CAL-ID
               MOVE LK-CAL-DATE TO LK-CAL-RESULT-DATE
           END-IF.

       4000-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO LK-CAL-DAYS
           IF LK-CAL-FROM-DATE < LK-CAL-DATE
               COMPUTE WS-TEST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (LK-CAL-FROM-DATE)
               COMPUTE WS-END-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (LK-CAL-DATE)
               PERFORM UNTIL WS-TEST-DATE-INT >= WS-END-DATE-INT
                       OR LK-CAL-DAYS >= 99999
                   ADD 1 TO WS-TEST-DATE-INT
                   COMPUTE WS-TEST-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-TEST-DATE-INT)
                   PERFORM 5000-TEST-ONE-DAY
                   IF WS-BUSINESS-DAY
                       ADD 1 TO LK-CAL-DAYS
                   END-IF
               END-PERFORM
           END-IF.

       5000-TEST-ONE-DAY.
      *>   Department card, then company card, then day of week.
           MOVE SPACE TO WS-FOUND-TYPE
           IF WS-CAL-ID NOT = "*ALL"
               MOVE WS-CAL-ID TO WS-NEW-CAL-ID
               PERFORM 5100-FIND-DAY
           END-IF
           IF WS-FOUND-TYPE = SPACE
               MOVE "*ALL" TO WS-NEW-CAL-ID
               PERFORM 5100-FIND-DAY
           END-IF
           EVALUATE WS-FOUND-TYPE
               WHEN "W"
                   MOVE "Y" TO WS-BUSINESS-SWITCH
               WHEN "H"
               WHEN "C"
                   MOVE "N" TO WS-BUSINESS-SWITCH
               WHEN OTHER
      *>           Day 1 of the integer calendar (1601-01-01) was a
      *>           Monday, so the remainder runs 0 Monday to 6
      *>           Sunday.
      *>           A date that is not a date is left where it is.
                   COMPUTE WS-TEST-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-TEST-DATE)
                   IF WS-TEST-DATE-INT = ZERO
                       MOVE "Y" TO WS-BUSINESS-SWITCH
                   ELSE
                       SUBTRACT 1 FROM WS-TEST-DATE-INT
                       DIVIDE WS-TEST-DATE-INT BY 7
                           GIVING WS-WEEK-WORK
                           REMAINDER WS-WEEKDAY
                       IF WS-WEEKDAY < 5
                           MOVE "Y" TO WS-BUSINESS-SWITCH
                       ELSE
                           MOVE "N" TO WS-BUSINESS-SWITCH
                       END-IF
                   END-IF
           END-EVALUATE.

       5100-FIND-DAY.
           MOVE WS-TEST-DATE TO WS-NEW-DATE
           IF WS-DAY-COUNT > ZERO
               SEARCH ALL WS-DAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DAY-KEY (WS-DAY-IDX) = WS-NEW-DAY-KEY
                       MOVE WS-DAY-TYPE (WS-DAY-IDX) TO WS-FOUND-TYPE
               END-SEARCH
           END-IF.
