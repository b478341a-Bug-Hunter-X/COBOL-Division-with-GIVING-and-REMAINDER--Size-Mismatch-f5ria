      *> has looked at for two weeks stands out from last night's
      *> crop.
      *>
      *> Ages are counted in business days on the department's
      *> ALCCAL calendar (via ALCCAL01), not calendar days: a
      *> record rejected on Friday is one day old on Monday, and a
      *> holiday weekend no longer escalates the whole backlog.
      *> The report names the calendar edition in its heading and
      *> shows against each line which calendar it was aged on -
      *> the department's own, or "*ALL".
      *>
      *> A pending record older than the ALCPARM escalation
      *> threshold flags the run: RETURN-CODE 4 routes the night
      *> through STEP040/ALCNOTFY exactly like fresh rejections
      *>   escalation threshold zero.
       01  WS-ESCALATE-DAYS            PIC 9(3) VALUE 5.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-AGE-DAYS                 PIC S9(5).

      *>   One slot per reason-code/department pair seen in the
               10  WS-GRP-AGE-2TO5     PIC 9(5).
               10  WS-GRP-AGE-OVER5    PIC 9(5).
               10  WS-GRP-ESCALATED    PIC 9(5).
               10  WS-GRP-CAL-USED     PIC X(4).

       01  WS-PENDING-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-ESCALATED-COUNT          PIC 9(9)  VALUE ZERO.

       COPY ALCCALL.

       01  EAR-HEADING-LINE.
           05  FILLER                  PIC X(34) VALUE
               "PENDING REJECTION AGING AS OF ".
           05  EAR-HDG-DATE            PIC 9(8).
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  EAR-CALENDAR-LINE.
           05  FILLER                  PIC X(36) VALUE
               "AGED IN BUSINESS DAYS - CALENDAR: ".
           05  EAR-HDG-CAL-NAME        PIC X(30).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  EAR-COLUMN-LINE.
           05  FILLER                  PIC X(8) VALUE "REASON".
           05  FILLER                  PIC X(8) VALUE "DEPT".
           05  FILLER                  PIC X(10) VALUE "1 DAY".
           05  FILLER                  PIC X(10) VALUE "2-5 DAYS".
           05  FILLER                  PIC X(12) VALUE "OVER 5".
           05  FILLER                  PIC X(12) VALUE "ESCALATED".
           05  FILLER                  PIC X(72) VALUE "CALENDAR".

       01  EAR-DETAIL-LINE.
           05  EAR-DET-REASON          PIC 9(2).
           05  EAR-DET-OVER5           PIC Z(4)9.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  EAR-DET-ESCALATED       PIC Z(4)9.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  EAR-DET-CAL             PIC X(4).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  EAR-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               STOP RUN
           END-IF

      *>   A first CALL loads the calendar and hands back its name
      *>   for the heading.
           SET LK-CAL-TEST-DAY TO TRUE
           MOVE "*ALL" TO LK-CAL-ID
           MOVE WS-RUN-DATE TO LK-CAL-DATE
           CALL "ALCCAL01" USING LK-ALCCAL-PARMS
           MOVE LK-CAL-NAME TO EAR-HDG-CAL-NAME

           MOVE WS-RUN-DATE TO EAR-HDG-DATE
           WRITE ALC-EAR-RECORD FROM EAR-HEADING-LINE
           WRITE ALC-EAR-RECORD FROM EAR-CALENDAR-LINE
           WRITE ALC-EAR-RECORD FROM EAR-COLUMN-LINE.

       1300-READ-PARM-CARD.
               STOP RUN
           END-IF
           MOVE ALCP-RUN-DATE TO WS-RUN-DATE
           IF ALCP-ERR-AGE-DAYS NUMERIC AND ALCP-ERR-AGE-DAYS > ZERO
               MOVE ALCP-ERR-AGE-DAYS TO WS-ESCALATE-DAYS
           END-IF.
      *>   Records from before the rejection date existed carry
      *>   blanks or zero here - no age to compute, but certainly
      *>   pending long enough for the oldest bucket.
      *>   They still go through ALCCAL01 (as a zero-day span) so
      *>   their line can show the calendar the department uses.
           SET LK-CAL-COUNT-DAYS TO TRUE
           MOVE ALCE-DEPT-CODE TO LK-CAL-ID
           MOVE WS-RUN-DATE TO LK-CAL-DATE
           IF ALCE-RUN-DATE NUMERIC AND ALCE-RUN-DATE > ZERO
               MOVE ALCE-RUN-DATE TO LK-CAL-FROM-DATE
               CALL "ALCCAL01" USING LK-ALCCAL-PARMS
               MOVE LK-CAL-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE WS-RUN-DATE TO LK-CAL-FROM-DATE
               CALL "ALCCAL01" USING LK-ALCCAL-PARMS
               MOVE 999 TO WS-AGE-DAYS
           END-IF

                   MOVE ZERO TO WS-GRP-AGE-2TO5 (WS-GRP-POS)
                   MOVE ZERO TO WS-GRP-AGE-OVER5 (WS-GRP-POS)
                   MOVE ZERO TO WS-GRP-ESCALATED (WS-GRP-POS)
                   MOVE LK-CAL-USED TO WS-GRP-CAL-USED (WS-GRP-POS)
               END-IF
           END-IF.

               MOVE WS-GRP-AGE-OVER5 (WS-GRP-IDX) TO EAR-DET-OVER5
               MOVE WS-GRP-ESCALATED (WS-GRP-IDX)
                   TO EAR-DET-ESCALATED
               MOVE WS-GRP-CAL-USED (WS-GRP-IDX) TO EAR-DET-CAL
               WRITE ALC-EAR-RECORD FROM EAR-DETAIL-LINE
           END-PERFORM


           DISPLAY "ALCERAGE: " WS-PENDING-COUNT
               " PENDING RECORD(S), " WS-ESCALATED-COUNT
               " PAST " WS-ESCALATE-DAYS " BUSINESS DAY(S)"

           IF WS-ESCALATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
