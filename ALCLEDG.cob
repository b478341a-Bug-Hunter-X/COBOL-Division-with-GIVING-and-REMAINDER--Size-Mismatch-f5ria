      *>-----------------------------------------------------------
      *> ALCLEDG - daily run-ledger report.
      *>
      *> Every guarded step enters itself on the ALCRLG run ledger
      *> (via ALCRLG01) when it starts and again when it ends, so
      *> the ledger knows what has run for each business date.
      *> This report puts that in front of operations once a day,
      *> for the business date on the ALCPARM card:
      *>   - every ledger row for the date, with its start and end
      *>     times, return code, status and how many attempts it
      *>     took,
      *>   - the daily steps that should have run for the date and
      *>     have no row at all (ALCJOB's ALCBATCH, ALCRSUB and
      *>     ALCGLX, and the ALCSREL release),
      *>   - rows from earlier dates still left started or failed,
      *>     which hold up the next run of their own step and every
      *>     off-cycle job (ALCREV, ALCMONTH, ALCMSWP) until they
      *>     are restarted to completion.
      *>
      *> The report only reads the ledger and may be run as often
      *> as wanted.
      *>
      *> RETURN-CODE is 4 when a daily step is missing for the date
      *> or any row is left started or failed, 16 when a file or
      *> the parameter card was unusable, otherwise 0.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCLEDG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-RLG-FILE ASSIGN TO "ALCRLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALCRL-KEY
               FILE STATUS IS WS-RLG-STATUS.

           SELECT ALC-PARM-FILE ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALC-LGR-FILE ASSIGN TO "ALCLGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-RLG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY ALCRLG.

       FD  ALC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCPRM.

       FD  ALC-LGR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ALC-LGR-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RLG-STATUS               PIC X(2).
           88  WS-RLG-OK                     VALUE "00".
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-LGR-STATUS               PIC X(2).
           88  WS-LGR-OK                     VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-EOF                        VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8).

      *>   The daily steps every business date should show - the
      *>   nightly cycle and the release sweep after it.
       01  WS-DAILY-STEP-VALUES.
           05  FILLER                  PIC X(16) VALUE
               "ALCJOB  ALCBATCH".
           05  FILLER                  PIC X(16) VALUE
               "ALCJOB  ALCRSUB ".
           05  FILLER                  PIC X(16) VALUE
               "ALCJOB  ALCGLX  ".
           05  FILLER                  PIC X(16) VALUE
               "ALCSREL ALCSREL ".
       01  WS-DAILY-STEP-TABLE REDEFINES WS-DAILY-STEP-VALUES.
           05  WS-DAILY-ENTRY OCCURS 4 TIMES.
               10  WS-DAILY-JOB-NAME   PIC X(8).
               10  WS-DAILY-STEP-NAME  PIC X(8).
       01  WS-DAILY-SEEN-TABLE.
           05  WS-DAILY-SEEN OCCURS 4 TIMES PIC X(1).
       01  WS-DAILY-IDX                PIC 9(2).

      *>   Rows of earlier dates left open, held for the last
      *>   section of the report.
       01  WS-OPEN-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-OPEN-IDX                 PIC 9(3).
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 200 TIMES PIC X(100).

       01  WS-DATE-ROWS                PIC 9(5) VALUE ZERO.
       01  WS-MISSING-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-UNFINISHED-COUNT         PIC 9(5) VALUE ZERO.

       01  LGR-HEADING-LINE.
           05  FILLER                  PIC X(33) VALUE
               "RUN LEDGER FOR BUSINESS DATE ".
           05  LGR-HDG-DATE            PIC 9(8).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  LGR-SECTION-LINE.
           05  LGR-SEC-TITLE           PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  LGR-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "JOB".
           05  FILLER                  PIC X(10) VALUE "STEP".
           05  FILLER                  PIC X(10) VALUE "BUS DATE".
           05  FILLER                  PIC X(11) VALUE "STATUS".
           05  FILLER                  PIC X(16) VALUE "STARTED".
           05  FILLER                  PIC X(16) VALUE "ENDED".
           05  FILLER                  PIC X(6) VALUE "RC".
           05  FILLER                  PIC X(53) VALUE "ATTEMPTS".

       01  LGR-DETAIL-LINE.
           05  LGR-DET-JOB             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LGR-DET-STEP            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LGR-DET-DATE            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LGR-DET-STATUS          PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LGR-DET-START           PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LGR-DET-END             PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LGR-DET-RC              PIC Z(3)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LGR-DET-ATTEMPTS        PIC ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  LGR-MISSING-LINE.
           05  LGR-MIS-JOB             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LGR-MIS-STEP            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LGR-MIS-DATE            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "NOT RUN".
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  LGR-NONE-LINE.
           05  FILLER                  PIC X(10) VALUE "  (NONE)".
           05  FILLER                  PIC X(122) VALUE SPACES.

       01  LGR-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               "ROWS FOR THE DATE:      ".
           05  LGR-TOT-ROWS            PIC Z(4)9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  LGR-TOTAL-LINE2.
           05  FILLER                  PIC X(24) VALUE
               "DAILY STEPS NOT RUN:    ".
           05  LGR-TOT-MISSING         PIC Z(4)9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  LGR-TOTAL-LINE3.
           05  FILLER                  PIC X(24) VALUE
               "ROWS STARTED OR FAILED: ".
           05  LGR-TOT-UNFINISHED      PIC Z(4)9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-READ-LEDGER UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-PARM-CARD

           OPEN INPUT ALC-RLG-FILE
           IF NOT WS-RLG-OK
               DISPLAY "ALCLEDG: UNABLE TO OPEN ALCRLG - STATUS "
                   WS-RLG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ALC-LGR-FILE
           IF NOT WS-LGR-OK
               DISPLAY "ALCLEDG: UNABLE TO OPEN ALCLGRPT - STATUS "
                   WS-LGR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ALL "N" TO WS-DAILY-SEEN-TABLE

           MOVE WS-RUN-DATE TO LGR-HDG-DATE
           WRITE ALC-LGR-RECORD FROM LGR-HEADING-LINE
           MOVE "STEPS ENTERED FOR THE BUSINESS DATE"
               TO LGR-SEC-TITLE
           WRITE ALC-LGR-RECORD FROM LGR-SECTION-LINE
           WRITE ALC-LGR-RECORD FROM LGR-COLUMN-LINE.

       1300-READ-PARM-CARD.
           OPEN INPUT ALC-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ALCLEDG: UNABLE TO OPEN ALCPARM - STATUS "
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ALC-PARM-FILE
               AT END
                   DISPLAY "ALCLEDG: ALCPARM CARD IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ALC-PARM-FILE
           IF ALCP-RUN-DATE NOT NUMERIC OR ALCP-RUN-DATE = ZERO
               DISPLAY "ALCLEDG: ALCPARM RUN DATE INVALID: "
                   ALCP-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ALCP-RUN-DATE TO WS-RUN-DATE.

       3000-READ-LEDGER.
           READ ALC-RLG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 3100-REPORT-ONE-ROW
           END-READ.

       3100-REPORT-ONE-ROW.
      *>   The ledger is in job/step/date order, so the date's rows
      *>   print as they are read; open rows of other dates are
      *>   held for the section after the missing steps.
           IF NOT ALCRL-COMPLETED
               ADD 1 TO WS-UNFINISHED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN ALCRL-BUS-DATE = WS-RUN-DATE
                   ADD 1 TO WS-DATE-ROWS
                   PERFORM 3200-MARK-DAILY-STEP
                   PERFORM 5000-WRITE-DETAIL
               WHEN ALCRL-COMPLETED
                   CONTINUE
               WHEN WS-OPEN-COUNT >= 200
                   DISPLAY "ALCLEDG: OPEN ROW TABLE FULL - "
                       ALCRL-JOB-NAME "/" ALCRL-STEP-NAME " "
                       ALCRL-BUS-DATE " COUNTED IN TOTALS ONLY"
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE ALC-LEDGER-RECORD
                       TO WS-OPEN-ENTRY (WS-OPEN-COUNT)
           END-EVALUATE.

       3200-MARK-DAILY-STEP.
           PERFORM VARYING WS-DAILY-IDX FROM 1 BY 1
                   UNTIL WS-DAILY-IDX > 4
               IF WS-DAILY-JOB-NAME (WS-DAILY-IDX) = ALCRL-JOB-NAME
                       AND WS-DAILY-STEP-NAME (WS-DAILY-IDX)
                           = ALCRL-STEP-NAME
                   MOVE "Y" TO WS-DAILY-SEEN (WS-DAILY-IDX)
               END-IF
           END-PERFORM.

       5000-WRITE-DETAIL.
           MOVE ALCRL-JOB-NAME TO LGR-DET-JOB
           MOVE ALCRL-STEP-NAME TO LGR-DET-STEP
           MOVE ALCRL-BUS-DATE TO LGR-DET-DATE
           EVALUATE TRUE
               WHEN ALCRL-COMPLETED
                   MOVE "COMPLETED" TO LGR-DET-STATUS
               WHEN ALCRL-FAILED
                   MOVE "FAILED" TO LGR-DET-STATUS
               WHEN OTHER
                   MOVE "STARTED" TO LGR-DET-STATUS
           END-EVALUATE
           MOVE ALCRL-START-TIMESTAMP (1:14) TO LGR-DET-START
           MOVE ALCRL-END-TIMESTAMP (1:14) TO LGR-DET-END
           MOVE ALCRL-RETURN-CODE TO LGR-DET-RC
           MOVE ALCRL-ATTEMPTS TO LGR-DET-ATTEMPTS
      *>   A row still running has no end and no return code yet.
           IF ALCRL-STARTED
               MOVE ZERO TO LGR-DET-RC
               MOVE SPACES TO LGR-DET-END
           END-IF
           WRITE ALC-LGR-RECORD FROM LGR-DETAIL-LINE.

       8000-FINALIZE.
           IF WS-DATE-ROWS = ZERO
               WRITE ALC-LGR-RECORD FROM LGR-NONE-LINE
           END-IF

           MOVE "DAILY STEPS NOT RUN FOR THE BUSINESS DATE"
               TO LGR-SEC-TITLE
           WRITE ALC-LGR-RECORD FROM LGR-SECTION-LINE
           PERFORM VARYING WS-DAILY-IDX FROM 1 BY 1
                   UNTIL WS-DAILY-IDX > 4
               IF WS-DAILY-SEEN (WS-DAILY-IDX) = "N"
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-DAILY-JOB-NAME (WS-DAILY-IDX)
                       TO LGR-MIS-JOB
                   MOVE WS-DAILY-STEP-NAME (WS-DAILY-IDX)
                       TO LGR-MIS-STEP
                   MOVE WS-RUN-DATE TO LGR-MIS-DATE
                   WRITE ALC-LGR-RECORD FROM LGR-MISSING-LINE
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT = ZERO
               WRITE ALC-LGR-RECORD FROM LGR-NONE-LINE
           END-IF

           MOVE "STEPS LEFT STARTED OR FAILED ON EARLIER DATES"
               TO LGR-SEC-TITLE
           WRITE ALC-LGR-RECORD FROM LGR-SECTION-LINE
           WRITE ALC-LGR-RECORD FROM LGR-COLUMN-LINE
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               MOVE WS-OPEN-ENTRY (WS-OPEN-IDX) TO ALC-LEDGER-RECORD
               PERFORM 5000-WRITE-DETAIL
           END-PERFORM
           IF WS-OPEN-COUNT = ZERO
               WRITE ALC-LGR-RECORD FROM LGR-NONE-LINE
           END-IF

           MOVE WS-DATE-ROWS TO LGR-TOT-ROWS
           WRITE ALC-LGR-RECORD FROM LGR-TOTAL-LINE
           MOVE WS-MISSING-COUNT TO LGR-TOT-MISSING
           WRITE ALC-LGR-RECORD FROM LGR-TOTAL-LINE2
           MOVE WS-UNFINISHED-COUNT TO LGR-TOT-UNFINISHED
           WRITE ALC-LGR-RECORD FROM LGR-TOTAL-LINE3

           CLOSE ALC-RLG-FILE
           CLOSE ALC-LGR-FILE

           DISPLAY "ALCLEDG: " WS-DATE-ROWS " ROW(S) FOR "
               WS-RUN-DATE ", " WS-MISSING-COUNT
               " DAILY STEP(S) NOT RUN, " WS-UNFINISHED-COUNT
               " LEFT STARTED OR FAILED"

           IF WS-MISSING-COUNT > ZERO OR WS-UNFINISHED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
