      *> totals and the cleared record stayed on ALCERR forever.
      *>
      *> This step (run after ALCBATCH, before the report print and
      *> the ALCNOTFY review) sweeps ALCERR for status-"C" records
      *> (a correction above the ALCPARM approval limit sits at
      *> status "A" until a second user approves it on ALCAPRV, so
      *> it is passed over here until then),
      *> pushes each one back through the shared ALCDIV01 divide,
      *> appends a CORRECTED RESUBMISSIONS section with its own
      *> control totals to ALCRPT, writes the same ALCAUD audit row
      *> the batch run reads, so master rows carry the business
      *> date, not the system date, on a weekend rerun.
      *>
      *> The department gates ALCBATCH applies hold here too: each
      *> record's department is read from ALCDEPT before the divide.
      *> An unknown, closed or frozen department, or a record that
      *> would carry the department past its monthly ceiling, goes
      *> back to pending on ALCERR under the matching reason code
      *> instead of resubmitting. Records ALCBATCH held for a
      *> frozen department (pending, reason 92) are picked up as
      *> well and released through the same path once ALCDMNT has
      *> the department open again. Each resubmission is posted to
      *> the department's month-to-date on ALCDEPT as it goes, and
      *> to the ALCSACT subledger activity file (ALCSAC01) as a
      *> correction for the month-end close.
      *>
      *> Every bucket of a weighted or distribute-mode correction
      *> must resolve to a store on the ALCLOC directory (via
      *> ALCLOC01) just as in the batch run, and the store rides
      *> each ALCOUTC bucket record; a record with an unmapped
      *> bucket goes back to pending under reason 94. Those
      *> records are picked up again on every sweep, and go
      *> through as soon as ALCLMNT has put the missing store on.
      *>
      *> A correction is compared on content with recent bookings
      *> the same way the batch run compares a new record
      *> (ALCDUP01): same department, dividend, divisor, mode and
      *> weight profile as another key booked inside the ALCPARM
      *> window, or resubmitted earlier in this sweep, sends it
      *> back to pending as a suspected duplicate naming the
      *> matched key, and it is listed with the dollars held at
      *> the end of the ALCRPT section. A suspected duplicate the
      *> desk has accepted at ALCINQ (status "C", reason 95) is
      *> their release and is not compared again.
      *>
      *> The sweep belongs to the night ALCBATCH ran for: the
      *> ALCRLG run ledger (via ALCRLG01) refuses it for a
      *> business date already swept (RC 44) or one whose
      *> ALCBATCH has not completed (RC 52).
      *>
      *> RETURN-CODE is left at 4 if any corrected record could not
      *> be resubmitted (it stays on ALCERR for another look);
      *> 16 means a file or the parameter card was unusable;
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT ALC-DEPT-FILE ASSIGN TO "ALCDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCD-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT ALC-PARM-FILE ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       01  ALC-ERRA-RECORD                PIC X(111).

       FD  ALC-MSTR-FILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY ALCMST.

       FD  ALC-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ALC-OUT-RECORD                 PIC X(80).

       FD  ALC-DEPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY ALCDPT.

       FD  ALC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCPRM.
           88  WS-OUT-OK                     VALUE "00".
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-DEPT-STATUS              PIC X(2).
           88  WS-DEPT-OK                    VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-EOF                        VALUE "Y".

       01  WS-RESUB-COUNT              PIC 9(9)  VALUE ZERO.
       01  WS-RESUB-FAILED             PIC 9(9)  VALUE ZERO.
       01  WS-STILL-HELD               PIC 9(9)  VALUE ZERO.
       01  WS-STILL-UNMAPPED           PIC 9(9)  VALUE ZERO.
       01  WS-GATE-REJECTED            PIC 9(9)  VALUE ZERO.
       01  WS-RESUB-DIVIDEND           PIC 9(13)V99 VALUE ZERO.
       01  WS-RESUB-QUOTIENT           PIC 9(13)V99 VALUE ZERO.
       01  WS-RESUB-REMAINDER          PIC S9(13)V99 VALUE ZERO.

       01  WS-RESUB-OK-SWITCH          PIC X(1).
           88  WS-RESUB-OK                   VALUE "Y".
      *>   Set when the weights, the divide or the reconcile stopped
      *>   the record and its reason is in the ALCERR fields.
       01  WS-FAIL-REASON-SWITCH       PIC X(1).
           88  WS-FAIL-REASON-SET            VALUE "Y".
       01  WS-ALREADY-ALLOC-SWITCH     PIC X(1).
           88  WS-ALREADY-ALLOCATED          VALUE "Y".
       01  WS-GATE-OK-SWITCH           PIC X(1).
           88  WS-GATE-OK                    VALUE "Y".
       01  WS-RUN-MONTH                PIC 9(6).
       01  WS-DEPT-MTD                 PIC 9(11)V99.
       01  WS-PROF-IDX                 PIC 9(2).
       01  WS-PROF-SRCH                PIC 9(2).

       01  WS-CURRENT-TIMESTAMP        PIC X(26).
       01  WS-CURRENT-DATE             PIC 9(8).

      *>   Suspected-duplicate check - the window off the ALCPARM
      *>   card and the corrections held tonight for ALCRPT.
       01  WS-DUP-WINDOW-DAYS          PIC 9(3) VALUE 3.
       01  WS-DUP-LOADED               PIC 9(9) VALUE ZERO.
       01  WS-RUN-DATE-INT             PIC 9(9).
       01  WS-MSTR-DATE-INT            PIC 9(9).
       01  WS-MSTR-AGE-DAYS            PIC S9(9).
       01  WS-MSTR-EOF-SWITCH          PIC X(1).
           88  WS-MSTR-EOF                   VALUE "Y".
       01  WS-SUSPECT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-SUSPECT-DOLLARS          PIC 9(13)V99 VALUE ZERO.
       01  WS-SUS-LISTED               PIC 9(4) VALUE ZERO.
       01  WS-SUS-IDX                  PIC 9(4).
       01  WS-SUSPECT-TABLE.
           05  WS-SUS-ENTRY OCCURS 500 TIMES.
               10  WS-SUS-KEY-ID       PIC 9(9).
               10  WS-SUS-MATCH-KEY-ID PIC 9(9).
               10  WS-SUS-DEPT-CODE    PIC X(4).
               10  WS-SUS-DIVISOR      PIC S9(5).
               10  WS-SUS-DIVIDEND     PIC 9(7)V99.

       COPY ALCDIVL.

       COPY ALCWGTL.
       COPY ALCLOCL.
       COPY ALCRLGL.
       COPY ALCDUPL.
       COPY ALCSACL.

       COPY ALCRPT.


       1000-INITIALIZE.
           PERFORM 1300-READ-PARM-CARD
           PERFORM 1350-CHECK-RUN-LEDGER

      *>   ALCRPT already holds tonight's batch report - the
      *>   resubmission section is appended after it so the printed
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1280-LOAD-RECENT-BOOKINGS

           OPEN OUTPUT ALC-OUT-FILE
           IF NOT WS-OUT-OK
               STOP RUN
           END-IF

           OPEN I-O ALC-DEPT-FILE
           IF NOT WS-DEPT-OK
               DISPLAY "ALCRSUB: UNABLE TO OPEN ALCDEPT - STATUS "
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LK-LOC-CHECK-OPEN TO TRUE
           CALL "ALCLOC01" USING LK-ALCLOC-PARMS
           IF NOT LK-LOC-AVAILABLE
               DISPLAY "ALCRSUB: UNABLE TO OPEN ALCLOC - STATUS "
                   LK-LOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *>   The shared ALCWGT01 loader fills the weight-profile
      *>   table; only mode-"W" corrections need it, and those are
      *>   left on ALCERR when their profile cannot be found. The
                   LK-WGT-STATUS
           END-IF.

       1280-LOAD-RECENT-BOOKINGS.
      *>   Tonight's ALCBATCH bookings are on the master by now, so
      *>   one pass over it covers the night's extract as well as
      *>   the earlier days of the window. A reversed row was
      *>   backed out and protects nothing; a row booked before
      *>   the content fields existed has no department and could
      *>   never match.
           MOVE "N" TO WS-MSTR-EOF-SWITCH
           MOVE ZERO TO ALCM-KEY-ID
           START ALC-MSTR-FILE KEY >= ALCM-KEY-ID
               INVALID KEY
                   SET WS-MSTR-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MSTR-EOF
               READ ALC-MSTR-FILE NEXT RECORD
                   AT END
                       SET WS-MSTR-EOF TO TRUE
                   NOT AT END
                       IF ALCM-ACTIVE AND ALCM-DEPT-CODE NOT = SPACES
                           COMPUTE WS-MSTR-DATE-INT =
                               FUNCTION INTEGER-OF-DATE (ALCM-RUN-DATE)
                           COMPUTE WS-MSTR-AGE-DAYS =
                               WS-RUN-DATE-INT - WS-MSTR-DATE-INT
                           IF WS-MSTR-AGE-DAYS <= WS-DUP-WINDOW-DAYS
                               PERFORM 1285-ADD-BOOKED-CONTENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "ALCRSUB: " WS-DUP-LOADED " ALCMSTR BOOKING(S) "
               "WITHIN " WS-DUP-WINDOW-DAYS " DAY(S) LOADED FOR "
               "THE SUSPECTED-DUPLICATE CHECK".

       1285-ADD-BOOKED-CONTENT.
      *>   Also used for each resubmission as it is booked - the
      *>   master row just written is still in the record area.
           SET LK-DUP-ADD TO TRUE
           MOVE ALCM-DEPT-CODE TO LK-DUP-DEPT-CODE
           MOVE ALCM-PROCESS-MODE TO LK-DUP-PROCESS-MODE
           MOVE ALCM-WEIGHT-PROFILE TO LK-DUP-WEIGHT-PROFILE
           MOVE ALCM-DIVIDEND TO LK-DUP-DIVIDEND
           MOVE ALCM-DIVISOR TO LK-DUP-DIVISOR
           MOVE ALCM-KEY-ID TO LK-DUP-KEY-ID
           MOVE ALCM-RUN-DATE TO LK-DUP-RUN-DATE
           CALL "ALCDUP01" USING LK-ALCDUP-PARMS
           ADD 1 TO WS-DUP-LOADED.

       1300-READ-PARM-CARD.
      *>   The business processing date comes off the same ALCPARM
      *>   card ALCBATCH reads, so a Saturday sweep of Friday's
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ALCP-RUN-DATE TO WS-CURRENT-DATE
           MOVE ALCP-RUN-DATE (1:6) TO WS-RUN-MONTH
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (ALCP-RUN-DATE)
           IF ALCP-DUP-WINDOW-DAYS NUMERIC
                   AND ALCP-DUP-WINDOW-DAYS > ZERO
               MOVE ALCP-DUP-WINDOW-DAYS TO WS-DUP-WINDOW-DAYS
           END-IF.

       1350-CHECK-RUN-LEDGER.
           SET LK-RLG-START TO TRUE
           MOVE "ALCJOB" TO LK-RLG-JOB-NAME
           MOVE "ALCRSUB" TO LK-RLG-STEP-NAME
           MOVE WS-CURRENT-DATE TO LK-RLG-BUS-DATE
           SET LK-RLG-RULE-NONE TO TRUE
           MOVE "ALCJOB" TO LK-RLG-DEP-JOB-NAME
           MOVE "ALCBATCH" TO LK-RLG-DEP-STEP-NAME
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           IF NOT LK-RLG-CLEARED
               DISPLAY "ALCRSUB: RUN REFUSED BY THE ALCRLG RUN "
                   "LEDGER - RC " LK-RLG-REFUSAL-RC
               MOVE LK-RLG-REFUSAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-PROCESS-RECORDS.
           READ ALC-ERR-FILE NEXT RECORD
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ALCE-STATUS-CORRECTED
                           OR (ALCE-STATUS-PENDING
                               AND (ALCE-REASON-DEPT-FROZEN
                                    OR ALCE-REASON-NO-LOCATION))
                       PERFORM 3050-CHECK-DEPARTMENT
                       IF WS-GATE-OK
                           PERFORM 3060-CHECK-LOCATIONS
                       END-IF
                       IF WS-GATE-OK
                               AND NOT (ALCE-STATUS-CORRECTED
                                        AND ALCE-REASON-SUSPECT-DUP)
                           PERFORM 3070-CHECK-SUSPECT-DUP
                       END-IF
                       IF WS-GATE-OK
                           PERFORM 3100-RESUBMIT-RECORD
                       END-IF
                   END-IF
           END-READ.

       3050-CHECK-DEPARTMENT.
      *>   The department is read afresh for every record - the
      *>   sweep is in key order, not department order, and the
      *>   volume is a handful of corrections. A frozen hold whose
      *>   department is still frozen is simply passed over; any
      *>   other failure puts the record back to pending under the
      *>   reason that stopped it.
           MOVE "N" TO WS-GATE-OK-SWITCH
           MOVE ALCE-DEPT-CODE TO ALCD-DEPT-CODE
           READ ALC-DEPT-FILE
               INVALID KEY
                   SET ALCE-REASON-DEPT-UNKNOWN TO TRUE
                   MOVE "DEPARTMENT NOT ON ALCDEPT"
                       TO ALCE-REASON-TEXT
                   PERFORM 3080-RETURN-TO-PENDING
               NOT INVALID KEY
                   IF ALCD-MTD-MONTH = WS-RUN-MONTH
                       MOVE ALCD-MTD-DIVIDEND TO WS-DEPT-MTD
                   ELSE
                       MOVE ZERO TO WS-DEPT-MTD
                   END-IF
                   EVALUATE TRUE
                       WHEN ALCD-CLOSED
                           SET ALCE-REASON-DEPT-CLOSED TO TRUE
                           MOVE "DEPARTMENT CLOSED"
                               TO ALCE-REASON-TEXT
                           PERFORM 3080-RETURN-TO-PENDING
                       WHEN ALCD-FROZEN AND ALCE-STATUS-PENDING
                           ADD 1 TO WS-STILL-HELD
                       WHEN ALCD-FROZEN
                           SET ALCE-REASON-DEPT-FROZEN TO TRUE
                           MOVE "DEPARTMENT FROZEN - HELD"
                               TO ALCE-REASON-TEXT
                           PERFORM 3080-RETURN-TO-PENDING
                       WHEN ALCD-MONTHLY-CEILING > ZERO
                               AND WS-DEPT-MTD + ALCE-DIVIDEND
                                   > ALCD-MONTHLY-CEILING
                           SET ALCE-REASON-OVER-BUDGET TO TRUE
                           MOVE "OVER BUDGET - MONTHLY CEILING EXCEEDED"
                               TO ALCE-REASON-TEXT
                           PERFORM 3080-RETURN-TO-PENDING
                       WHEN OTHER
                           SET WS-GATE-OK TO TRUE
                   END-EVALUATE
           END-READ.

       3060-CHECK-LOCATIONS.
      *>   A divisor outside 1-999 cannot be resolved and is left
      *>   for the divide to refuse, as before. An unmapped record
      *>   that is still unmapped is passed over as it stands, so
      *>   its rejection date keeps aging on ALCERAGE.
           IF (ALCE-MODE-DISTRIBUTE OR ALCE-MODE-WEIGHTED)
                   AND ALCE-DIVISOR NUMERIC
                   AND ALCE-DIVISOR > ZERO
                   AND ALCE-DIVISOR <= 999
               SET LK-LOC-RESOLVE TO TRUE
               MOVE ALCE-WEIGHT-PROFILE TO LK-LOC-PROFILE
               MOVE ALCE-DIVISOR TO LK-LOC-BUCKET-COUNT
               CALL "ALCLOC01" USING LK-ALCLOC-PARMS
               IF NOT LK-LOC-ALL-MAPPED
                   MOVE "N" TO WS-GATE-OK-SWITCH
                   IF ALCE-STATUS-PENDING AND ALCE-REASON-NO-LOCATION
                       ADD 1 TO WS-STILL-UNMAPPED
                   ELSE
                       SET ALCE-REASON-NO-LOCATION TO TRUE
                       MOVE SPACES TO ALCE-REASON-TEXT
                       STRING "BUCKET " LK-LOC-MISSING-BUCKET
                           " OF PROFILE " ALCE-WEIGHT-PROFILE
                           " NOT ON ALCLOC"
                           DELIMITED BY SIZE INTO ALCE-REASON-TEXT
                       PERFORM 3080-RETURN-TO-PENDING
                   END-IF
               END-IF
           END-IF.

       3070-CHECK-SUSPECT-DUP.
      *>   Same content under another key-ID, booked inside the
      *>   window or resubmitted earlier in this sweep - back to
      *>   pending as a suspected duplicate for the desk to look at.
           SET LK-DUP-CHECK TO TRUE
           MOVE ALCE-DEPT-CODE TO LK-DUP-DEPT-CODE
           MOVE ALCE-PROCESS-MODE TO LK-DUP-PROCESS-MODE
           MOVE ALCE-WEIGHT-PROFILE TO LK-DUP-WEIGHT-PROFILE
           MOVE ALCE-DIVIDEND TO LK-DUP-DIVIDEND
           MOVE ALCE-DIVISOR TO LK-DUP-DIVISOR
           MOVE ALCE-KEY-ID TO LK-DUP-KEY-ID
           MOVE WS-CURRENT-DATE TO LK-DUP-RUN-DATE
           CALL "ALCDUP01" USING LK-ALCDUP-PARMS
           IF LK-DUP-FOUND
               MOVE "N" TO WS-GATE-OK-SWITCH
               SET ALCE-REASON-SUSPECT-DUP TO TRUE
               MOVE SPACES TO ALCE-REASON-TEXT
               STRING "SUSPECTED DUPLICATE OF KEY "
                   LK-DUP-MATCH-KEY-ID
                   DELIMITED BY SIZE INTO ALCE-REASON-TEXT
               PERFORM 3080-RETURN-TO-PENDING
               PERFORM 3090-NOTE-SUSPECT
           END-IF.

       3080-RETURN-TO-PENDING.
      *>   Restamped like a fresh rejection, so ALCERAGE ages it
      *>   from tonight rather than from the original reject.
           SET ALCE-STATUS-PENDING TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO ALCE-REJECT-TIMESTAMP
           MOVE WS-CURRENT-DATE TO ALCE-RUN-DATE
           REWRITE ALC-ERROR-RECORD
           IF NOT WS-ERR-OK
               DISPLAY "ALCRSUB: ERROR REWRITING ALCERR RECORD - "
                   "STATUS " WS-ERR-STATUS " KEY " ALCE-KEY-ID
           END-IF
           ADD 1 TO WS-GATE-REJECTED
           DISPLAY "ALCRSUB: KEY " ALCE-KEY-ID " DEPT "
               ALCE-DEPT-CODE " - " ALCE-REASON-TEXT
               " - LEFT ON ALCERR".

       3090-NOTE-SUSPECT.
           ADD 1 TO WS-SUSPECT-COUNT
           ADD ALCE-DIVIDEND TO WS-SUSPECT-DOLLARS
           IF WS-SUS-LISTED >= 500
               DISPLAY "ALCRSUB: SUSPECT TABLE FULL - KEY "
                   ALCE-KEY-ID " COUNTED IN TOTALS ONLY"
           ELSE
               ADD 1 TO WS-SUS-LISTED
               MOVE ALCE-KEY-ID TO WS-SUS-KEY-ID (WS-SUS-LISTED)
               MOVE ALCE-SUSPECT-OF-KEY-ID
                   TO WS-SUS-MATCH-KEY-ID (WS-SUS-LISTED)
               MOVE ALCE-DEPT-CODE TO WS-SUS-DEPT-CODE (WS-SUS-LISTED)
               MOVE ALCE-DIVISOR TO WS-SUS-DIVISOR (WS-SUS-LISTED)
               MOVE ALCE-DIVIDEND TO WS-SUS-DIVIDEND (WS-SUS-LISTED)
           END-IF.

       3100-RESUBMIT-RECORD.
           PERFORM 3150-CHECK-MASTER
           IF WS-ALREADY-ALLOCATED
                   " ALREADY ON ALCMSTR - LEFT ON ALCERR"
           ELSE
               MOVE "Y" TO WS-RESUB-OK-SWITCH
               MOVE "N" TO WS-FAIL-REASON-SWITCH
               IF ALCE-MODE-WEIGHTED
                   PERFORM 3200-FIND-WEIGHTS
               END-IF
                       PERFORM 6000-RECONCILE
                       IF WS-RECONCILE-FAILED
                           MOVE "N" TO WS-RESUB-OK-SWITCH
                           SET WS-FAIL-REASON-SET TO TRUE
                           SET ALCE-REASON-DIVIDE-FAILED TO TRUE
                           MOVE "RECONCILE OUT OF BALANCE"
                               TO ALCE-REASON-TEXT
                       END-IF
                   ELSE
                       MOVE "N" TO WS-RESUB-OK-SWITCH
                       SET WS-FAIL-REASON-SET TO TRUE
                       SET ALCE-REASON-DIVIDE-FAILED TO TRUE
                       MOVE SPACES TO ALCE-REASON-TEXT
                       STRING "DIVIDE FAILED - RETURN CODE "
                           LK-RETURN-CODE
                           DELIMITED BY SIZE INTO ALCE-REASON-TEXT
                   END-IF
               END-IF
      *>       The master row goes on BEFORE the record is booked
      *>       protection recorded.
               IF WS-RESUB-OK
                   PERFORM 3700-UPDATE-MASTER
                   IF WS-MSTR-OK
                       PERFORM 1285-ADD-BOOKED-CONTENT
                   ELSE
                       MOVE "N" TO WS-RESUB-OK-SWITCH
                   END-IF
               END-IF
                   ADD LK-REMAINDER TO WS-RESUB-REMAINDER
                   PERFORM 3400-WRITE-DETAIL
                   PERFORM 3600-ARCHIVE-AND-DELETE
                   PERFORM 3800-POST-DEPT-MTD
                   PERFORM 3850-POST-SUBLEDGER
               ELSE
      *>           A correction that still fails is left on ALCERR
      *>           as it stands so the next ALCINQ session (and
      *>           ALCNOTFY, via the RC=4 set in 8000-FINALIZE) can
      *>           pick it up again. A released hold never had the
      *>           divisor and weight edits ALCBATCH skips for a
      *>           held record, so one that fails them here goes
      *>           back to pending under the reason that stopped
      *>           it, not the hold reason it came in with.
                   IF ALCE-STATUS-PENDING AND WS-FAIL-REASON-SET
                       PERFORM 3080-RETURN-TO-PENDING
                   ELSE
                       ADD 1 TO WS-RESUB-FAILED
                       DISPLAY "ALCRSUB: KEY " ALCE-KEY-ID
                           " STILL FAILS - LEFT ON ALCERR"
                   END-IF
               END-IF
           END-IF.

           END-PERFORM
           IF WS-PROF-IDX = ZERO
               MOVE "N" TO WS-RESUB-OK-SWITCH
               SET WS-FAIL-REASON-SET TO TRUE
               SET ALCE-REASON-BAD-WEIGHTS TO TRUE
               MOVE "WEIGHT PROFILE NOT ON ALCWGT"
                   TO ALCE-REASON-TEXT
               DISPLAY "ALCRSUB: KEY " ALCE-KEY-ID
                   " WEIGHT PROFILE " ALCE-WEIGHT-PROFILE
                   " NOT ON ALCWGT"
           ELSE
               IF LK-WGT-COUNT (WS-PROF-IDX) NOT = ALCE-DIVISOR
                   MOVE "N" TO WS-RESUB-OK-SWITCH
                   SET WS-FAIL-REASON-SET TO TRUE
                   SET ALCE-REASON-BAD-WEIGHTS TO TRUE
                   MOVE "WEIGHT PROFILE COUNT NE DIVISOR"
                       TO ALCE-REASON-TEXT
                   DISPLAY "ALCRSUB: KEY " ALCE-KEY-ID
                       " WEIGHT PROFILE COUNT NE DIVISOR"
               END-IF
               MOVE ALCE-KEY-ID TO ALCO-BKT-KEY-ID
               MOVE WS-ALLOC-IDX TO ALCO-BKT-BUCKET-NO
               MOVE LK-ALLOC-TABLE (WS-ALLOC-IDX) TO ALCO-BKT-AMOUNT
               MOVE LK-LOC-STORE-ID (WS-ALLOC-IDX)
                   TO ALCO-BKT-STORE-ID
               MOVE LK-LOC-SHIP-TO-NAME (WS-ALLOC-IDX)
                   TO ALCO-BKT-SHIP-TO-NAME
               WRITE ALC-OUT-RECORD FROM ALCO-BUCKET-RECORD
           END-PERFORM.

           MOVE LK-REMAINDER TO ALCM-REMAINDER
           SET ALCM-ACTIVE TO TRUE
           MOVE ZERO TO ALCM-CONFIRM-DATE
           MOVE ALCE-DEPT-CODE TO ALCM-DEPT-CODE
           MOVE ALCE-PROCESS-MODE TO ALCM-PROCESS-MODE
           MOVE ALCE-WEIGHT-PROFILE TO ALCM-WEIGHT-PROFILE
           WRITE ALC-MASTER-RECORD
           IF NOT WS-MSTR-OK
               DISPLAY "ALCRSUB: ERROR WRITING ALCMSTR RECORD - "
                   "STATUS " WS-MSTR-STATUS " KEY " ALCM-KEY-ID
           END-IF.

       3800-POST-DEPT-MTD.
      *>   The department row read by 3050-CHECK-DEPARTMENT is
      *>   still in the record area - nothing else reads ALCDEPT in
      *>   between.
           IF ALCD-MTD-MONTH NOT = WS-RUN-MONTH
               MOVE WS-RUN-MONTH TO ALCD-MTD-MONTH
               MOVE ZERO TO ALCD-MTD-DIVIDEND
           END-IF
           ADD ALCE-DIVIDEND TO ALCD-MTD-DIVIDEND
           REWRITE ALC-DEPT-RECORD
           IF NOT WS-DEPT-OK
               DISPLAY "ALCRSUB: ERROR REWRITING ALCDEPT RECORD - "
                   "STATUS " WS-DEPT-STATUS " DEPT " ALCD-DEPT-CODE
           END-IF.

       3850-POST-SUBLEDGER.
      *>   Each resubmission goes on the ALCSACT subledger activity
      *>   file as a correction, as it is posted to the month-to-
      *>   date.
           MOVE WS-CURRENT-DATE TO LK-SAC-BUS-DATE
           MOVE ALCE-DEPT-CODE TO LK-SAC-DEPT-CODE
           SET LK-SAC-CORRECTION TO TRUE
           MOVE "ALCRSUB" TO LK-SAC-SOURCE-PGM
           MOVE ALCE-KEY-ID TO LK-SAC-KEY-ID
           MOVE ALCE-DIVIDEND TO LK-SAC-AMOUNT
           CALL "ALCSAC01" USING LK-ALCSAC-PARMS.

       4000-CALL-DIVIDE.
           MOVE ALCE-DIVIDEND TO LK-DIVIDEND
           MOVE ALCE-DIVISOR TO LK-DIVISOR
               MOVE WS-RESUB-REMAINDER TO RPT-RSB-REMAINDER
               WRITE ALC-RPT-RECORD FROM RPT-RESUB-TOTAL-LINE3
           END-IF
           IF WS-SUSPECT-COUNT > ZERO
               PERFORM 8200-WRITE-SUSPECT-SECTION
           END-IF

      *>   ALCOUTC trailer - the receiving side verifies the
      *>   corrections feed the same way it verifies the batch
           CLOSE ALC-ERRA-FILE
           CLOSE ALC-MSTR-FILE
           CLOSE ALC-OUT-FILE
           CLOSE ALC-DEPT-FILE

           DISPLAY "ALCRSUB: " WS-RESUB-COUNT
               " CORRECTED RECORD(S) RESUBMITTED, "
               WS-RESUB-FAILED " LEFT ON ALCERR"
           DISPLAY "ALCRSUB: " WS-GATE-REJECTED
               " RETURNED TO PENDING BY THE DEPARTMENT AND "
               "LOCATION CHECKS"
           DISPLAY "ALCRSUB: " WS-STILL-HELD
               " STILL HELD FOR A FROZEN DEPARTMENT, "
               WS-STILL-UNMAPPED " STILL WAITING ON ALCLOC"

           IF WS-RESUB-FAILED > ZERO OR WS-GATE-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 8300-RECORD-LEDGER-END.

       8200-WRITE-SUSPECT-SECTION.
           WRITE ALC-RPT-RECORD FROM RPT-SUSPECT-RESUB-HEADING
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-LISTED
               MOVE WS-SUS-KEY-ID (WS-SUS-IDX) TO RPT-SUS-KEY-ID
               MOVE WS-SUS-MATCH-KEY-ID (WS-SUS-IDX)
                   TO RPT-SUS-MATCH-KEY-ID
               MOVE WS-SUS-DEPT-CODE (WS-SUS-IDX) TO RPT-SUS-DEPT-CODE
               MOVE WS-SUS-DIVISOR (WS-SUS-IDX) TO RPT-SUS-DIVISOR
               MOVE WS-SUS-DIVIDEND (WS-SUS-IDX) TO RPT-SUS-DIVIDEND
               WRITE ALC-RPT-RECORD FROM RPT-SUSPECT-LINE
           END-PERFORM
           MOVE WS-SUSPECT-COUNT TO RPT-SUS-COUNT
           MOVE WS-SUSPECT-DOLLARS TO RPT-SUS-DOLLARS
           WRITE ALC-RPT-RECORD FROM RPT-SUSPECT-TOTAL-LINE.

       8300-RECORD-LEDGER-END.
      *>   The ledger CALL would reset RETURN-CODE, so the step's
      *>   code travels in the parameter block and is put back.
           SET LK-RLG-END TO TRUE
           MOVE RETURN-CODE TO LK-RLG-STEP-RC
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           MOVE LK-RLG-STEP-RC TO RETURN-CODE.
