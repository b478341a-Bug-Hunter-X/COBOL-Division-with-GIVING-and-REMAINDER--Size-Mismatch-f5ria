      *>-----------------------------------------------------------
      *> ALCRLG01 - shared run-ledger guard.
      *>
      *> Every job stream used to trust whatever business date was
      *> on its parameter card. A restart mix-up could run the same
      *> night's ALCBATCH twice, ALCSREL could release against a
      *> date whose batch never finished, and the month-end and
      *> sweep jobs could run with a nightly cycle half done. The
      *> guarded steps now CALL here at start and at end (see
      *> ALCRLGL), the same way they share ALCCAL01, and the ALCRLG
      *> ledger (see ALCRLG) remembers what ran for which date.
      *>
      *> At start a step is refused - with its own RETURN-CODE,
      *> and a DISPLAY saying why - when:
      *>   44  its row for the business date is already completed
      *>   48  it is a daily step and a business day has gone by
      *>       since its last completed date, or that date was
      *>       left started or failed
      *>   52  the step it depends on has not completed for the
      *>       business date (or for the latest business day up to
      *>       it, so a weekend run looks back to Friday)
      *>   56  it is an off-cycle step and the nightly cycle is not
      *>       complete - a step left started or failed anywhere on
      *>       the ledger, or an ALCJOB step behind ALCBATCH
      *>   16  the ledger could not be opened or written
      *> A row left started (an abend) or failed is a restart and
      *> is allowed: the row is rewritten and the attempt counted.
      *>
      *> Business days are counted on the "*ALL" calendar through
      *> ALCCAL01. The ledger is opened and closed on every CALL so
      *> a long-running step never holds it against the other job
      *> streams.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCRLG01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-RLG-FILE ASSIGN TO "ALCRLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCRL-KEY
               FILE STATUS IS WS-RLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-RLG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY ALCRLG.

       WORKING-STORAGE SECTION.
       01  WS-RLG-STATUS               PIC X(2).
           88  WS-RLG-OK                     VALUE "00".

       01  WS-TIMESTAMP                PIC X(26).

       01  WS-RESTART-SWITCH           PIC X(1) VALUE "N".
           88  WS-RESTART                    VALUE "Y".

      *>   Latest-row scan: the job and step to look for, whether
      *>   the business date itself is excluded, and what was
      *>   found.
       01  WS-SCAN-JOB-NAME            PIC X(8).
       01  WS-SCAN-STEP-NAME           PIC X(8).
       01  WS-SCAN-BEFORE-SWITCH       PIC X(1).
           88  WS-SCAN-BEFORE                VALUE "Y".
       01  WS-SCAN-DONE-SWITCH         PIC X(1).
           88  WS-SCAN-DONE                  VALUE "Y".
       01  WS-LATEST-FOUND-SWITCH      PIC X(1).
           88  WS-LATEST-FOUND               VALUE "Y".
       01  WS-LATEST-DATE              PIC 9(8).
       01  WS-LATEST-STATUS            PIC X(1).
           88  WS-LATEST-COMPLETED           VALUE "C".

      *>   Nightly-cycle check: the latest date each ALCJOB step
      *>   completed.
       01  WS-BATCH-DATE               PIC 9(8).
       01  WS-RSUB-DATE                PIC 9(8).
       01  WS-GLX-DATE                 PIC 9(8).

       COPY ALCCALL.

       LINKAGE SECTION.
       COPY ALCRLGL.

       PROCEDURE DIVISION USING LK-ALCRLG-PARMS.
       0000-MAIN.
           MOVE ZERO TO LK-RLG-REFUSAL-RC
           IF LK-RLG-CHECK
               OPEN INPUT ALC-RLG-FILE
           ELSE
               OPEN I-O ALC-RLG-FILE
           END-IF
           IF NOT WS-RLG-OK
               DISPLAY "ALCRLG01: UNABLE TO OPEN ALCRLG - STATUS "
                   WS-RLG-STATUS
               MOVE 16 TO LK-RLG-REFUSAL-RC
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LK-RLG-END
                   PERFORM 4000-RECORD-END
               WHEN OTHER
                   PERFORM 2000-CHECK-RULES
                   IF LK-RLG-CLEARED AND LK-RLG-START
                       PERFORM 3000-RECORD-START
                   END-IF
           END-EVALUATE

           CLOSE ALC-RLG-FILE
           GOBACK.

       2000-CHECK-RULES.
           MOVE "N" TO WS-RESTART-SWITCH
           MOVE "N" TO LK-RLG-RERUN-SWITCH
           PERFORM 2100-CHECK-OWN-ROW
      *>   A restart passed the date checks when it first started.
           IF LK-RLG-CLEARED AND LK-RLG-RULE-DAILY
                   AND NOT WS-RESTART
               PERFORM 2200-CHECK-NO-DATE-SKIPPED
           END-IF
           IF LK-RLG-CLEARED AND LK-RLG-DEP-JOB-NAME NOT = SPACES
               PERFORM 2300-CHECK-DEPENDENCY
           END-IF
           IF LK-RLG-CLEARED AND LK-RLG-RULE-QUIET
               PERFORM 2400-CHECK-CYCLE-COMPLETE
           END-IF.

       2100-CHECK-OWN-ROW.
           MOVE LK-RLG-JOB-NAME TO ALCRL-JOB-NAME
           MOVE LK-RLG-STEP-NAME TO ALCRL-STEP-NAME
           MOVE LK-RLG-BUS-DATE TO ALCRL-BUS-DATE
           READ ALC-RLG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALCRL-COMPLETED
                       DISPLAY "ALCRLG01: " LK-RLG-JOB-NAME "/"
                           LK-RLG-STEP-NAME " ALREADY COMPLETED FOR "
                           LK-RLG-BUS-DATE " AT "
                           ALCRL-END-TIMESTAMP (1:14) " RC "
                           ALCRL-RETURN-CODE
                       MOVE 44 TO LK-RLG-REFUSAL-RC
                   ELSE
                       SET WS-RESTART TO TRUE
                   END-IF
           END-READ.

       2200-CHECK-NO-DATE-SKIPPED.
      *>   The first run a step ever makes has nothing to follow.
           MOVE LK-RLG-JOB-NAME TO WS-SCAN-JOB-NAME
           MOVE LK-RLG-STEP-NAME TO WS-SCAN-STEP-NAME
           MOVE "Y" TO WS-SCAN-BEFORE-SWITCH
           PERFORM 2500-FIND-LATEST-ROW
           IF WS-LATEST-FOUND
               IF NOT WS-LATEST-COMPLETED
                   DISPLAY "ALCRLG01: " LK-RLG-JOB-NAME "/"
                       LK-RLG-STEP-NAME " NEVER COMPLETED FOR "
                       WS-LATEST-DATE " - RESTART THAT DATE FIRST"
                   MOVE 48 TO LK-RLG-REFUSAL-RC
               ELSE
                   PERFORM 2600-COUNT-DAYS-SINCE
                   IF LK-CAL-DAYS > 1
                       DISPLAY "ALCRLG01: " LK-RLG-JOB-NAME "/"
                           LK-RLG-STEP-NAME " LAST COMPLETED FOR "
                           WS-LATEST-DATE " - A BUSINESS DAY "
                           "BEFORE " LK-RLG-BUS-DATE " WAS SKIPPED"
                       MOVE 48 TO LK-RLG-REFUSAL-RC
                   END-IF
               END-IF
           END-IF.

       2300-CHECK-DEPENDENCY.
           MOVE LK-RLG-DEP-JOB-NAME TO WS-SCAN-JOB-NAME
           MOVE LK-RLG-DEP-STEP-NAME TO WS-SCAN-STEP-NAME
           MOVE "N" TO WS-SCAN-BEFORE-SWITCH
           PERFORM 2500-FIND-LATEST-ROW
           EVALUATE TRUE
               WHEN NOT WS-LATEST-FOUND
                   DISPLAY "ALCRLG01: " LK-RLG-DEP-JOB-NAME "/"
                       LK-RLG-DEP-STEP-NAME " HAS NOT RUN FOR "
                       LK-RLG-BUS-DATE " - " LK-RLG-STEP-NAME
                       " MUST WAIT FOR IT"
                   MOVE 52 TO LK-RLG-REFUSAL-RC
               WHEN NOT WS-LATEST-COMPLETED
                   DISPLAY "ALCRLG01: " LK-RLG-DEP-JOB-NAME "/"
                       LK-RLG-DEP-STEP-NAME " NOT COMPLETED FOR "
                       WS-LATEST-DATE " - " LK-RLG-STEP-NAME
                       " MUST WAIT FOR IT"
                   MOVE 52 TO LK-RLG-REFUSAL-RC
               WHEN WS-LATEST-DATE < LK-RLG-BUS-DATE
                   PERFORM 2600-COUNT-DAYS-SINCE
                   IF LK-CAL-DAYS > ZERO
                       DISPLAY "ALCRLG01: " LK-RLG-DEP-JOB-NAME "/"
                           LK-RLG-DEP-STEP-NAME " HAS NOT RUN FOR "
                           LK-RLG-BUS-DATE " (LAST COMPLETED "
                           WS-LATEST-DATE ") - " LK-RLG-STEP-NAME
                           " MUST WAIT FOR IT"
                       MOVE 52 TO LK-RLG-REFUSAL-RC
                   END-IF
           END-EVALUATE.

       2400-CHECK-CYCLE-COMPLETE.
           MOVE ZERO TO WS-BATCH-DATE
           MOVE ZERO TO WS-RSUB-DATE
           MOVE ZERO TO WS-GLX-DATE
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE LOW-VALUES TO ALCRL-KEY
           START ALC-RLG-FILE KEY >= ALCRL-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 2410-CHECK-ONE-ROW UNTIL WS-SCAN-DONE
           IF LK-RLG-CLEARED
               IF WS-RSUB-DATE < WS-BATCH-DATE
                   DISPLAY "ALCRLG01: ALCJOB/ALCRSUB HAS NOT RUN FOR "
                       WS-BATCH-DATE " - NIGHTLY CYCLE NOT COMPLETE"
                   MOVE 56 TO LK-RLG-REFUSAL-RC
               END-IF
               IF WS-GLX-DATE < WS-BATCH-DATE
                   DISPLAY "ALCRLG01: ALCJOB/ALCGLX HAS NOT RUN FOR "
                       WS-BATCH-DATE " - NIGHTLY CYCLE NOT COMPLETE"
                   MOVE 56 TO LK-RLG-REFUSAL-RC
               END-IF
           END-IF.

       2410-CHECK-ONE-ROW.
      *>   The step's own earlier tries are its restart business,
      *>   not the cycle's.
           READ ALC-RLG-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF ALCRL-JOB-NAME = LK-RLG-JOB-NAME
                           AND ALCRL-STEP-NAME = LK-RLG-STEP-NAME
                       CONTINUE
                   ELSE
                       IF NOT ALCRL-COMPLETED
                           DISPLAY "ALCRLG01: " ALCRL-JOB-NAME "/"
                               ALCRL-STEP-NAME " LEFT "
                               ALCRL-STATUS " FOR " ALCRL-BUS-DATE
                               " - NIGHTLY CYCLE NOT COMPLETE"
                           MOVE 56 TO LK-RLG-REFUSAL-RC
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 2420-NOTE-CYCLE-STEP
                       END-IF
                   END-IF
           END-READ.

       2420-NOTE-CYCLE-STEP.
           IF ALCRL-JOB-NAME = "ALCJOB"
               EVALUATE ALCRL-STEP-NAME
                   WHEN "ALCBATCH"
                       IF ALCRL-BUS-DATE > WS-BATCH-DATE
                           MOVE ALCRL-BUS-DATE TO WS-BATCH-DATE
                       END-IF
                   WHEN "ALCRSUB"
                       IF ALCRL-BUS-DATE > WS-RSUB-DATE
                           MOVE ALCRL-BUS-DATE TO WS-RSUB-DATE
                       END-IF
                   WHEN "ALCGLX"
                       IF ALCRL-BUS-DATE > WS-GLX-DATE
                           MOVE ALCRL-BUS-DATE TO WS-GLX-DATE
                       END-IF
               END-EVALUATE
           END-IF.

       2500-FIND-LATEST-ROW.
      *>   Rows of one job and step sit together in date order, so
      *>   the last one read before passing the business date is
      *>   the latest.
           MOVE "N" TO WS-LATEST-FOUND-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE WS-SCAN-JOB-NAME TO ALCRL-JOB-NAME
           MOVE WS-SCAN-STEP-NAME TO ALCRL-STEP-NAME
           MOVE ZERO TO ALCRL-BUS-DATE
           START ALC-RLG-FILE KEY >= ALCRL-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 2510-SCAN-NEXT-ROW UNTIL WS-SCAN-DONE.

       2510-SCAN-NEXT-ROW.
           READ ALC-RLG-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ALCRL-JOB-NAME NOT = WS-SCAN-JOB-NAME
                       WHEN ALCRL-STEP-NAME NOT = WS-SCAN-STEP-NAME
                       WHEN ALCRL-BUS-DATE > LK-RLG-BUS-DATE
                           SET WS-SCAN-DONE TO TRUE
                       WHEN ALCRL-BUS-DATE = LK-RLG-BUS-DATE
                               AND WS-SCAN-BEFORE
                           SET WS-SCAN-DONE TO TRUE
                       WHEN OTHER
                           SET WS-LATEST-FOUND TO TRUE
                           MOVE ALCRL-BUS-DATE TO WS-LATEST-DATE
                           MOVE ALCRL-STATUS TO WS-LATEST-STATUS
                   END-EVALUATE
           END-READ.

       2600-COUNT-DAYS-SINCE.
           SET LK-CAL-COUNT-DAYS TO TRUE
           MOVE "*ALL" TO LK-CAL-ID
           MOVE WS-LATEST-DATE TO LK-CAL-FROM-DATE
           MOVE LK-RLG-BUS-DATE TO LK-CAL-DATE
           CALL "ALCCAL01" USING LK-ALCCAL-PARMS.

       3000-RECORD-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE LK-RLG-JOB-NAME TO ALCRL-JOB-NAME
           MOVE LK-RLG-STEP-NAME TO ALCRL-STEP-NAME
           MOVE LK-RLG-BUS-DATE TO ALCRL-BUS-DATE
           IF WS-RESTART
      *>       The scans above moved the record area on - read the
      *>       row back before rewriting it.
               READ ALC-RLG-FILE
               IF WS-RLG-OK
                   ADD 1 TO ALCRL-ATTEMPTS
                   MOVE "S" TO ALCRL-STATUS
                   MOVE WS-TIMESTAMP TO ALCRL-START-TIMESTAMP
                   MOVE SPACES TO ALCRL-END-TIMESTAMP
                   MOVE ZERO TO ALCRL-RETURN-CODE
                   REWRITE ALC-LEDGER-RECORD
                   DISPLAY "ALCRLG01: RESTART OF " LK-RLG-JOB-NAME "/"
                       LK-RLG-STEP-NAME " FOR " LK-RLG-BUS-DATE
                       " - ATTEMPT " ALCRL-ATTEMPTS
               END-IF
           ELSE
               MOVE SPACES TO ALC-LEDGER-RECORD
               MOVE LK-RLG-JOB-NAME TO ALCRL-JOB-NAME
               MOVE LK-RLG-STEP-NAME TO ALCRL-STEP-NAME
               MOVE LK-RLG-BUS-DATE TO ALCRL-BUS-DATE
               MOVE "S" TO ALCRL-STATUS
               MOVE WS-TIMESTAMP TO ALCRL-START-TIMESTAMP
               MOVE ZERO TO ALCRL-RETURN-CODE
               MOVE 1 TO ALCRL-ATTEMPTS
               WRITE ALC-LEDGER-RECORD
           END-IF
           IF NOT WS-RLG-OK
               DISPLAY "ALCRLG01: ERROR RECORDING START ON ALCRLG - "
                   "STATUS " WS-RLG-STATUS
               MOVE 16 TO LK-RLG-REFUSAL-RC
           END-IF
           MOVE ALCRL-ATTEMPTS TO LK-RLG-ATTEMPTS.

       4000-RECORD-END.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE LK-RLG-JOB-NAME TO ALCRL-JOB-NAME
           MOVE LK-RLG-STEP-NAME TO ALCRL-STEP-NAME
           MOVE LK-RLG-BUS-DATE TO ALCRL-BUS-DATE
           READ ALC-RLG-FILE
               INVALID KEY
      *>           No start on record - still say how it ended.
                   MOVE SPACES TO ALC-LEDGER-RECORD
                   MOVE LK-RLG-JOB-NAME TO ALCRL-JOB-NAME
                   MOVE LK-RLG-STEP-NAME TO ALCRL-STEP-NAME
                   MOVE LK-RLG-BUS-DATE TO ALCRL-BUS-DATE
                   MOVE 1 TO ALCRL-ATTEMPTS
                   PERFORM 4100-MOVE-END-FIELDS
                   WRITE ALC-LEDGER-RECORD
               NOT INVALID KEY
                   PERFORM 4100-MOVE-END-FIELDS
                   REWRITE ALC-LEDGER-RECORD
           END-READ
           IF NOT WS-RLG-OK
               DISPLAY "ALCRLG01: ERROR RECORDING END ON ALCRLG - "
                   "STATUS " WS-RLG-STATUS
               MOVE 16 TO LK-RLG-REFUSAL-RC
           END-IF.

       4100-MOVE-END-FIELDS.
           IF LK-RLG-STEP-RC > 4 OR LK-RLG-RERUN-NEEDED
               MOVE "F" TO ALCRL-STATUS
           ELSE
               MOVE "C" TO ALCRL-STATUS
           END-IF
           MOVE WS-TIMESTAMP TO ALCRL-END-TIMESTAMP
           MOVE LK-RLG-STEP-RC TO ALCRL-RETURN-CODE.
