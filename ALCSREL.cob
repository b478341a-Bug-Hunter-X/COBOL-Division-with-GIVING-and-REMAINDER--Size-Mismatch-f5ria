      *> falls due instead of the whole split landing on
      *> allocation night.
      *>
      *> Each release is also posted to the ALCSACT subledger
      *> activity file (ALCSAC01) for the month-end close.
      *>
      *> A released row stays on the schedule for the record; the
      *> due-date test plus the status flag make the sweep safely
      *> rerunnable - a second run on the same date releases
      *> nothing twice.
      *>
      *> Only pending rows are released. A row put on hold at the
      *> ALCSMNT screen is skipped until the hold is lifted (a due
      *> date passed while held then releases on the next sweep),
      *> and a row cancelled at ALCSMNT or by an ALCREV reversal
      *> never goes downstream; both are counted in the summary.
      *>
      *> Nothing is released to a warehouse that is shut. When the
      *> business date is a weekend or a closed day on the row's
      *> department calendar (ALCCAL, via ALCCAL01) the row waits,
      *> and the first sweep on a business day releases everything
      *> that fell due over the closure - counted as catch-up
      *> releases in the summary, with the calendar named.
      *>
      *> Each release carries the store and ship-to name the batch
      *> run resolved from the ALCLOC directory onto the row. Rows
      *> laid down before the schedule carried a store go out with
      *> the store blank and are counted separately in the summary
      *> so the warehouse can route them by hand.
      *>
      *> The ALCRLG run ledger (via ALCRLG01) keeps the sweep in
      *> step with the nightly cycle: it is refused for a date
      *> already swept (RC 44), for a date that would skip an
      *> earlier business day's sweep (RC 48), and until that
      *> night's ALCBATCH has completed (RC 52).
      *>
      *> RETURN-CODE is 16 when a file or the parameter card was
      *> unusable, otherwise 0 - a day with nothing falling due is
      *> a normal day.
       DATA DIVISION.
       FILE SECTION.
       FD  ALC-SCHD-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY ALCSCD.

       FD  ALC-PARM-FILE
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RELEASED-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(9)  VALUE ZERO.
       01  WS-CANCELLED-COUNT          PIC 9(9)  VALUE ZERO.
       01  WS-RELEASED-AMOUNT          PIC 9(13)V99 VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(9)  VALUE ZERO.
       01  WS-CATCH-UP-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-NO-STORE-COUNT           PIC 9(9)  VALUE ZERO.

       COPY ALCCALL.
       COPY ALCRLGL.
       COPY ALCSACL.

       COPY ALCOUT.

           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO LK-CAL-NAME
           PERFORM 1300-READ-PARM-CARD
           PERFORM 1350-CHECK-RUN-LEDGER

           OPEN I-O ALC-SCHD-FILE
           IF NOT WS-SCHD-OK
           END-IF
           MOVE ALCP-RUN-DATE TO WS-RUN-DATE.

       1350-CHECK-RUN-LEDGER.
           SET LK-RLG-START TO TRUE
           MOVE "ALCSREL" TO LK-RLG-JOB-NAME
           MOVE "ALCSREL" TO LK-RLG-STEP-NAME
           MOVE WS-RUN-DATE TO LK-RLG-BUS-DATE
           SET LK-RLG-RULE-DAILY TO TRUE
           MOVE "ALCJOB" TO LK-RLG-DEP-JOB-NAME
           MOVE "ALCBATCH" TO LK-RLG-DEP-STEP-NAME
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           IF NOT LK-RLG-CLEARED
               DISPLAY "ALCSREL: RUN REFUSED BY THE ALCRLG RUN "
                   "LEDGER - RC " LK-RLG-REFUSAL-RC
               MOVE LK-RLG-REFUSAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-SWEEP-SCHEDULE.
           READ ALC-SCHD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
      *>           Held and cancelled rows are passed over whatever
      *>           their due date.
                   EVALUATE TRUE
                       WHEN ALCS-PENDING
                           IF ALCS-DUE-DATE <= WS-RUN-DATE
                               PERFORM 3050-CHECK-BUSINESS-DAY
                           ELSE
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                       WHEN ALCS-HELD
                           ADD 1 TO WS-HELD-COUNT
                       WHEN ALCS-CANCELLED
                           ADD 1 TO WS-CANCELLED-COUNT
                   END-EVALUATE
           END-READ.

       3050-CHECK-BUSINESS-DAY.
      *>   Due, but released only if the department's warehouse is
      *>   open on the business date; otherwise the row stays
      *>   pending for the next business day's sweep.
           SET LK-CAL-TEST-DAY TO TRUE
           MOVE ALCS-DEPT-CODE TO LK-CAL-ID
           MOVE WS-RUN-DATE TO LK-CAL-DATE
           CALL "ALCCAL01" USING LK-ALCCAL-PARMS
           IF LK-CAL-IS-BUSINESS-DAY
               IF ALCS-DUE-DATE < WS-RUN-DATE
                   ADD 1 TO WS-CATCH-UP-COUNT
               END-IF
               PERFORM 3100-RELEASE-INSTALLMENT
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.

       3100-RELEASE-INSTALLMENT.
      *>   Feed record first, then the row is marked - a REWRITE
      *>   failure leaves the row pending so tomorrow's sweep
           MOVE ALCS-KEY-ID TO ALCO-BKT-KEY-ID
           MOVE ALCS-BUCKET-NO TO ALCO-BKT-BUCKET-NO
           MOVE ALCS-AMOUNT TO ALCO-BKT-AMOUNT
           MOVE ALCS-STORE-ID TO ALCO-BKT-STORE-ID
           MOVE ALCS-SHIP-TO-NAME TO ALCO-BKT-SHIP-TO-NAME
           IF ALCS-STORE-ID = SPACES
               ADD 1 TO WS-NO-STORE-COUNT
           END-IF
           WRITE ALC-OUT-RECORD FROM ALCO-BUCKET-RECORD
           IF NOT WS-OUT-OK
               DISPLAY "ALCSREL: ERROR WRITING ALCOUTS RECORD - "
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               ADD ALCS-AMOUNT TO WS-RELEASED-AMOUNT
               PERFORM 3150-POST-SUBLEDGER
           END-IF.

       3150-POST-SUBLEDGER.
      *>   Posted only once the row is marked, so a row left
      *>   pending by a failed REWRITE is posted when it does go.
           MOVE WS-RUN-DATE TO LK-SAC-BUS-DATE
           MOVE ALCS-DEPT-CODE TO LK-SAC-DEPT-CODE
           SET LK-SAC-RELEASE TO TRUE
           MOVE "ALCSREL" TO LK-SAC-SOURCE-PGM
           MOVE ALCS-KEY-ID TO LK-SAC-KEY-ID
           MOVE ALCS-AMOUNT TO LK-SAC-AMOUNT
           CALL "ALCSAC01" USING LK-ALCSAC-PARMS.

       8000-FINALIZE.
      *>   ALCOUTS trailer - released amounts go in the dividend
      *>   total; there is no quotient/remainder on a release feed.
           DISPLAY "ALCSREL: " WS-RELEASED-COUNT
               " INSTALLMENT(S) RELEASED, "
               WS-PENDING-COUNT " STILL PENDING"
           DISPLAY "ALCSREL: " WS-HELD-COUNT
               " INSTALLMENT(S) ON HOLD, "
               WS-CANCELLED-COUNT " CANCELLED - NOT RELEASED"
           IF LK-CAL-NAME NOT = SPACES
               DISPLAY "ALCSREL: CALENDAR " LK-CAL-NAME
               DISPLAY "ALCSREL: " WS-CLOSED-COUNT
                   " DUE INSTALLMENT(S) HELD FOR A CLOSED DAY, "
                   WS-CATCH-UP-COUNT " CAUGHT UP FROM EARLIER DATES"
           END-IF
           IF WS-NO-STORE-COUNT > ZERO
               DISPLAY "ALCSREL: " WS-NO-STORE-COUNT
                   " RELEASED WITH NO STORE ON THE SCHEDULE ROW"
           END-IF

           MOVE 0 TO RETURN-CODE
           PERFORM 8300-RECORD-LEDGER-END.

       8300-RECORD-LEDGER-END.
      *>   The ledger CALL would reset RETURN-CODE, so the step's
      *>   code travels in the parameter block and is put back.
           SET LK-RLG-END TO TRUE
           MOVE RETURN-CODE TO LK-RLG-STEP-RC
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           MOVE LK-RLG-STEP-RC TO RETURN-CODE.
