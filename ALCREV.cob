      *>     so the booking stays on record but the duplicate check
      *>     in ALCBATCH/ALCRSUB lets the key allocate again,
      *>   - writes an ALCAUD row (source ALCREV) so the ALCAHST
      *>     inquiry shows the reversal in the key's history,
      *>   - posts the reversal to the ALCSACT subledger activity
      *>     file (ALCSAC01) for the month-end close,
      *>   - for a distribute-mode split, cancels every ALCSCHD
      *>     installment not yet released (each with an ALCSAUD
      *>     row, operator ALCREV) so ALCSREL never sends a bucket
      *>     of a backed-out split downstream, and reports the
      *>     amount already released against the amount cancelled.
      *>     The two must add back to the original split; a key
      *>     where they do not is counted as a failure so the desk
      *>     looks at it.
      *>
      *> A key not on the master, or already reversed, is reported
      *> and skipped - nothing goes downstream for it.
      *>
      *> Reversals post against the business date on the nightly
      *> ALCPARM card and are taken once per date, between cycles:
      *> the ALCRLG run ledger (via ALCRLG01) refuses the run with
      *> RC 44 when the date's reversals have already been run,
      *> and with RC 56 while any step of the date is still open
      *> or the nightly cycle is part done.
      *>
      *> RETURN-CODE is left at 4 when any requested key could not
      *> be reversed or its installments did not tie back, 16
      *> when a file or the parameter file was unusable,
      *> otherwise 0.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCREV.
               RECORD KEY IS ALCA-KEY
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ALC-SCHD-FILE ASSIGN TO "ALCSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT ALC-SAUD-FILE ASSIGN TO "ALCSAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAUD-STATUS.

      *>   Reversal feed for the downstream warehouse/GL systems -
      *>   same layouts as the batch ALCOUT feed but a separate
      *>   dataset with its own trailer, the same arrangement the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT ALC-RUN-PARM-FILE ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-PARM-FILE
           05  FILLER                  PIC X(71).

       FD  ALC-MSTR-FILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY ALCMST.

       FD  ALC-AUD-FILE
           RECORD CONTAINS 75 CHARACTERS.
       COPY ALCAUD.

       FD  ALC-SCHD-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY ALCSCD.

       FD  ALC-SAUD-FILE
           RECORD CONTAINS 74 CHARACTERS.
       COPY ALCSAUD.

       FD  ALC-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ALC-OUT-RECORD                 PIC X(80).

       FD  ALC-RUN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCPRM.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK                    VALUE "00".
           88  WS-AUD-OK                     VALUE "00".
       01  WS-OUT-STATUS               PIC X(2).
           88  WS-OUT-OK                     VALUE "00".
       01  WS-SCHD-STATUS              PIC X(2).
           88  WS-SCHD-OK                    VALUE "00".
       01  WS-SAUD-STATUS              PIC X(2).
           88  WS-SAUD-OK                    VALUE "00".
       01  WS-RUN-PARM-STATUS          PIC X(2).
           88  WS-RUN-PARM-OK                VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-EOF                        VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(26).

      *>   Installment schedule of the key being reversed.
       01  WS-SCHED-DONE-SWITCH        PIC X(1).
           88  WS-SCHED-DONE                 VALUE "Y".
       01  WS-SCHED-ROWS               PIC 9(3).
       01  WS-KEY-RELEASED             PIC 9(13)V99.
       01  WS-KEY-CANCELLED            PIC 9(13)V99.
       01  WS-KEY-SPLIT-TOTAL          PIC 9(13)V99.
       01  WS-OLD-STATUS               PIC X(1).
       01  WS-CANCELLED-COUNT          PIC 9(9)  VALUE ZERO.
       01  WS-CANCELLED-AMOUNT         PIC 9(13)V99 VALUE ZERO.
       01  WS-DSP-RELEASED             PIC Z(12)9.99.
       01  WS-DSP-CANCELLED            PIC Z(12)9.99.
       01  WS-DSP-SPLIT                PIC Z(12)9.99.

       COPY ALCOUT.

       COPY ALCRLGL.
       COPY ALCSACL.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-PARM-CARD
           PERFORM 1350-CHECK-RUN-LEDGER

           OPEN INPUT ALC-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ALCREV: UNABLE TO OPEN ALCRPRM - STATUS "
               STOP RUN
           END-IF

           OPEN I-O ALC-SCHD-FILE
           IF NOT WS-SCHD-OK
               DISPLAY "ALCREV: UNABLE TO OPEN ALCSCHD - STATUS "
                   WS-SCHD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ALC-SAUD-FILE
           IF NOT WS-SAUD-OK
               DISPLAY "ALCREV: UNABLE TO OPEN ALCSAUD - STATUS "
                   WS-SAUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ALC-OUT-FILE
           IF NOT WS-OUT-OK
               DISPLAY "ALCREV: UNABLE TO OPEN ALCOUTR - STATUS "
               STOP RUN
           END-IF.

       1300-READ-PARM-CARD.
      *>   Only the business date is taken off the nightly ALCPARM
      *>   card - it is the date the run is entered against on the
      *>   ALCRLG run ledger.
           OPEN INPUT ALC-RUN-PARM-FILE
           IF NOT WS-RUN-PARM-OK
               DISPLAY "ALCREV: UNABLE TO OPEN ALCPARM - STATUS "
                   WS-RUN-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ALC-RUN-PARM-FILE
               AT END
                   DISPLAY "ALCREV: ALCPARM CARD IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ALC-RUN-PARM-FILE
           IF ALCP-RUN-DATE NOT NUMERIC OR ALCP-RUN-DATE = ZERO
               DISPLAY "ALCREV: ALCPARM RUN DATE INVALID: "
                   ALCP-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1350-CHECK-RUN-LEDGER.
           SET LK-RLG-START TO TRUE
           MOVE "ALCREV" TO LK-RLG-JOB-NAME
           MOVE "ALCREV" TO LK-RLG-STEP-NAME
           MOVE ALCP-RUN-DATE TO LK-RLG-BUS-DATE
           SET LK-RLG-RULE-QUIET TO TRUE
           MOVE SPACES TO LK-RLG-DEP-JOB-NAME
           MOVE SPACES TO LK-RLG-DEP-STEP-NAME
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           IF NOT LK-RLG-CLEARED
               DISPLAY "ALCREV: RUN REFUSED BY THE ALCRLG RUN "
                   "LEDGER - RC " LK-RLG-REFUSAL-RC
               MOVE LK-RLG-REFUSAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-PROCESS-CARDS.
           READ ALC-PARM-FILE
               AT END
                   "STATUS " WS-MSTR-STATUS " KEY " ALCM-KEY-ID
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               PERFORM 3250-POST-SUBLEDGER
               PERFORM 5000-WRITE-AUDIT
               ADD 1 TO WS-REVERSED-COUNT
               ADD ALCM-DIVIDEND TO WS-REV-DIVIDEND
               ADD ALCM-QUOTIENT TO WS-REV-QUOTIENT
               ADD ALCM-REMAINDER TO WS-REV-REMAINDER
               PERFORM 3400-CANCEL-INSTALLMENTS
           END-IF.

       3250-POST-SUBLEDGER.
      *>   The full booked dividend comes off the department's
      *>   subledger on ALCSACT, dated the business date the
      *>   reversal posts against. A row booked before the master
      *>   carried a department posts with a blank one.
           MOVE ALCP-RUN-DATE TO LK-SAC-BUS-DATE
           MOVE ALCM-DEPT-CODE TO LK-SAC-DEPT-CODE
           SET LK-SAC-REVERSAL TO TRUE
           MOVE "ALCREV" TO LK-SAC-SOURCE-PGM
           MOVE ALCM-KEY-ID TO LK-SAC-KEY-ID
           MOVE ALCM-DIVIDEND TO LK-SAC-AMOUNT
           CALL "ALCSAC01" USING LK-ALCSAC-PARMS.

       3300-WRITE-REVERSAL-RECORD.
           MOVE ALCM-KEY-ID TO ALCO-REV-KEY-ID
           MOVE ALCM-RUN-DATE TO ALCO-REV-RUN-DATE
                   "STATUS " WS-OUT-STATUS " KEY " ALCM-KEY-ID
           END-IF.

       3400-CANCEL-INSTALLMENTS.
      *>   Bucket zero sorts ahead of every real bucket, so the
      *>   START lands on the key's first installment. A key booked
      *>   in any other mode has no schedule rows and nothing here
      *>   applies to it.
           MOVE ZERO TO WS-SCHED-ROWS
           MOVE ZERO TO WS-KEY-RELEASED
           MOVE ZERO TO WS-KEY-CANCELLED
           MOVE "N" TO WS-SCHED-DONE-SWITCH
           MOVE ALCM-KEY-ID TO ALCS-KEY-ID
           MOVE ZERO TO ALCS-BUCKET-NO
           START ALC-SCHD-FILE KEY >= ALCS-KEY
               INVALID KEY
                   SET WS-SCHED-DONE TO TRUE
           END-START
           PERFORM 3410-NEXT-INSTALLMENT UNTIL WS-SCHED-DONE

           IF WS-SCHED-ROWS > ZERO
               COMPUTE WS-KEY-SPLIT-TOTAL =
                   WS-KEY-RELEASED + WS-KEY-CANCELLED
               MOVE WS-KEY-RELEASED TO WS-DSP-RELEASED
               MOVE WS-KEY-CANCELLED TO WS-DSP-CANCELLED
               MOVE ALCM-DIVIDEND TO WS-DSP-SPLIT
               DISPLAY "ALCREV: KEY " ALCM-KEY-ID
                   " SPLIT " WS-DSP-SPLIT
                   " RELEASED " WS-DSP-RELEASED
                   " CANCELLED " WS-DSP-CANCELLED
               IF WS-KEY-SPLIT-TOTAL NOT = ALCM-DIVIDEND
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "ALCREV: KEY " ALCM-KEY-ID
                       " RELEASED + CANCELLED DOES NOT EQUAL THE "
                       "ORIGINAL SPLIT - REVIEW ALCSCHD"
               END-IF
           END-IF.

       3410-NEXT-INSTALLMENT.
           READ ALC-SCHD-FILE NEXT RECORD
               AT END
                   SET WS-SCHED-DONE TO TRUE
               NOT AT END
                   IF ALCS-KEY-ID NOT = ALCM-KEY-ID
                       SET WS-SCHED-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-SCHED-ROWS
                       EVALUATE TRUE
                           WHEN ALCS-RELEASED
                               ADD ALCS-AMOUNT TO WS-KEY-RELEASED
                           WHEN ALCS-CANCELLED
      *>                       Cancelled earlier at ALCSMNT - still
      *>                       part of what never went downstream.
                               ADD ALCS-AMOUNT TO WS-KEY-CANCELLED
                           WHEN OTHER
                               PERFORM 3420-CANCEL-INSTALLMENT
                       END-EVALUATE
                   END-IF
           END-READ.

       3420-CANCEL-INSTALLMENT.
      *>   Pending or held - either way it has not gone downstream,
      *>   so it is cancelled as of today and audited.
           MOVE ALCS-STATUS TO WS-OLD-STATUS
           SET ALCS-CANCELLED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO ALCS-RELEASE-DATE
           REWRITE ALC-SCHED-RECORD
           IF NOT WS-SCHD-OK
               DISPLAY "ALCREV: ERROR REWRITING ALCSCHD RECORD - "
                   "STATUS " WS-SCHD-STATUS " KEY " ALCS-KEY-ID
                   " BUCKET " ALCS-BUCKET-NO
           ELSE
               ADD ALCS-AMOUNT TO WS-KEY-CANCELLED
               ADD 1 TO WS-CANCELLED-COUNT
               ADD ALCS-AMOUNT TO WS-CANCELLED-AMOUNT
               PERFORM 5100-WRITE-SCHED-AUDIT
           END-IF.

       5000-WRITE-AUDIT.
      *>   The audit row carries the amounts as booked; the source
      *>   program ALCREV is what marks the row as the backout when
                   WS-AUD-STATUS
           END-IF.

       5100-WRITE-SCHED-AUDIT.
           MOVE WS-CURRENT-TIMESTAMP TO ALCSA-TIMESTAMP
           MOVE "ALCREV" TO ALCSA-OPERATOR
           SET ALCSA-ACTION-CANCEL TO TRUE
           MOVE ALCS-KEY-ID TO ALCSA-KEY-ID
           MOVE ALCS-BUCKET-NO TO ALCSA-BUCKET-NO
           MOVE ALCS-AMOUNT TO ALCSA-AMOUNT
           MOVE WS-OLD-STATUS TO ALCSA-OLD-STATUS
           MOVE ALCS-STATUS TO ALCSA-NEW-STATUS
           MOVE ALCS-DUE-DATE TO ALCSA-OLD-DUE-DATE
           MOVE ALCS-DUE-DATE TO ALCSA-NEW-DUE-DATE
           WRITE ALC-SCHED-AUDIT-RECORD
           IF NOT WS-SAUD-OK
               DISPLAY "ALCREV: ERROR WRITING ALCSAUD RECORD - "
                   "STATUS " WS-SAUD-STATUS
           END-IF.

       8000-FINALIZE.
      *>   ALCOUTR trailer - the receiving side verifies the
      *>   reversal feed the same way it verifies the batch feed.
           CLOSE ALC-PARM-FILE
           CLOSE ALC-MSTR-FILE
           CLOSE ALC-AUD-FILE
           CLOSE ALC-SCHD-FILE
           CLOSE ALC-SAUD-FILE
           CLOSE ALC-OUT-FILE

           DISPLAY "ALCREV: " WS-REVERSED-COUNT
               " ALLOCATION(S) REVERSED, "
               WS-FAILED-COUNT " COULD NOT BE REVERSED"
           MOVE WS-CANCELLED-AMOUNT TO WS-DSP-CANCELLED
           DISPLAY "ALCREV: " WS-CANCELLED-COUNT
               " UNRELEASED INSTALLMENT(S) CANCELLED, AMOUNT "
               WS-DSP-CANCELLED

           IF WS-FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 8300-RECORD-LEDGER-END.

       8300-RECORD-LEDGER-END.
      *>   The ledger CALL would reset RETURN-CODE, so the step's
      *>   code travels in the parameter block and is put back.
           SET LK-RLG-END TO TRUE
           MOVE RETURN-CODE TO LK-RLG-STEP-RC
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           MOVE LK-RLG-STEP-RC TO RETURN-CODE.
