      *>     that lost records in flight, fails the step before
      *>     anything prints or transmits.
      *>
      *> The slices open the ALCDEPT department master read-only
      *> (four writers on one KSDS is not allowed), so they check
      *> each department's monthly ceiling but post nothing to its
      *> month-to-date. Once the combined feed has verified, this
      *> step posts the night's booked dividend per department from
      *> the detail records. Departments never cross slices, so
      *> each slice's ceiling check was already exact. The business
      *> date posted is stamped on the department row, and a rerun
      *> of this step skips any department already posted for it.
      *> Each department posted also goes on the ALCSACT subledger
      *> activity file (ALCSAC01) as the night's new allocations.
      *>
      *> The same ALCCPRM card deck the carve step read says which
      *> slices to expect; an expected slice whose files are
      *> missing fails the step.
      *>
      *> The slices only consult the ALCRLG run ledger; this step
      *> enters the night on it as ALCJOB/ALCBATCH, exactly as a
      *> one-pass night would, so ALCRSUB, ALCGLX and ALCSREL wait
      *> for the merge. It is refused, with the ALCBATCH codes
      *> (44 date already run, 48 a business date skipped), by
      *> the same rules, and a failed verification is entered as
      *> failed so the merge can be restarted.
      *>
      *> RETURN-CODE 16 means a file or the card deck was
      *> unusable, 8 means verification failed (do not release the
      *> combined feed), otherwise 0.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALC-DEPT-FILE ASSIGN TO "ALCDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCD-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

      *>   The slices write no run-history rows (four per-slice
      *>   rows would read as four undersized nights to ALCTREND),
      *>   so the night's single combined row is written here once
           RECORD CONTAINS 96 CHARACTERS.
       COPY ALCHST.

       FD  ALC-DEPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY ALCDPT.

       WORKING-STORAGE SECTION.
       01  WS-CPRM-STATUS              PIC X(2).
           88  WS-CPRM-OK                    VALUE "00".
           88  WS-PARM-OK                    VALUE "00".
       01  WS-HIST-STATUS              PIC X(2).
           88  WS-HIST-OK                    VALUE "00".
       01  WS-DEPT-STATUS              PIC X(2).
           88  WS-DEPT-OK                    VALUE "00".

       01  WS-CPRM-EOF-SWITCH          PIC X(1) VALUE "N".
           88  WS-CPRM-EOF                   VALUE "Y".
       01  WS-VERIFY-FAILED-SWITCH     PIC X(1) VALUE "N".
           88  WS-VERIFY-FAILED              VALUE "Y".

      *>   Night's booked dividend per department, for the
      *>   month-to-date posting to ALCDEPT.
       01  WS-DEPT-COUNT               PIC 9(4)  VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE        PIC X(4).
               10  WS-DEPT-DIVIDEND    PIC 9(11)V99.
       01  WS-DEPT-FOUND-SWITCH        PIC X(1).
           88  WS-DEPT-FOUND                 VALUE "Y".
       01  WS-DEPT-POSTED              PIC 9(4)  VALUE ZERO.
       01  WS-DEPT-SKIPPED             PIC 9(4)  VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-START-TIME           PIC 9(8).
       01  WS-RUN-END-TIME             PIC 9(8).

       COPY ALCOUT.

       COPY ALCRLGL.
       COPY ALCSACL.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
       1000-INITIALIZE.
           ACCEPT WS-RUN-START-TIME FROM TIME
           PERFORM 1300-READ-PARM-CARD
           PERFORM 1350-CHECK-RUN-LEDGER
           PERFORM VARYING WS-SLICE-NO FROM 1 BY 1
                   UNTIL WS-SLICE-NO > 4
               MOVE "N" TO WS-SLICE-EXPECTED (WS-SLICE-NO)
           END-IF
           MOVE ALCP-RUN-DATE TO WS-RUN-DATE.

       1350-CHECK-RUN-LEDGER.
           SET LK-RLG-START TO TRUE
           MOVE "ALCJOB" TO LK-RLG-JOB-NAME
           MOVE "ALCBATCH" TO LK-RLG-STEP-NAME
           MOVE WS-RUN-DATE TO LK-RLG-BUS-DATE
           SET LK-RLG-RULE-DAILY TO TRUE
           MOVE SPACES TO LK-RLG-DEP-JOB-NAME
           MOVE SPACES TO LK-RLG-DEP-STEP-NAME
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           IF NOT LK-RLG-CLEARED
               DISPLAY "ALCMERGE: RUN REFUSED BY THE ALCRLG RUN "
                   "LEDGER - RC " LK-RLG-REFUSAL-RC
               MOVE LK-RLG-REFUSAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-RANGE-CARDS.
           OPEN INPUT ALC-CPRM-FILE
           IF NOT WS-CPRM-OK
                   IF WS-FTR-REC-TYPE = "D"
                       ADD 1 TO WS-COPIED-DETAILS
                       ADD 1 TO WS-SLICE-DETAILS
                       PERFORM 3220-ADD-DEPT-DIVIDEND
                   END-IF
               END-IF
           END-IF.

       3220-ADD-DEPT-DIVIDEND.
           MOVE WS-FEED-RECORD TO ALCO-DETAIL-RECORD
           MOVE "N" TO WS-DEPT-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND
               IF WS-DEPT-CODE (WS-DEPT-IDX) = ALCO-DET-DEPT-CODE
                   SET WS-DEPT-FOUND TO TRUE
                   ADD ALCO-DET-DIVIDEND
                       TO WS-DEPT-DIVIDEND (WS-DEPT-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT < 1000
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE ALCO-DET-DEPT-CODE
                       TO WS-DEPT-CODE (WS-DEPT-COUNT)
                   MOVE ALCO-DET-DIVIDEND
                       TO WS-DEPT-DIVIDEND (WS-DEPT-COUNT)
               ELSE
                   SET WS-VERIFY-FAILED TO TRUE
                   DISPLAY "ALCMERGE: MORE THAN 1000 DEPARTMENTS - "
                       "MONTH-TO-DATE CANNOT BE POSTED"
               END-IF
           END-IF.

       3250-ABSORB-SLICE-TRAILER.
           SET WS-GOT-TRAILER TO TRUE
           IF WS-FTR-DETAIL-COUNT NOT = WS-SLICE-DETAILS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 8100-WRITE-RUN-HISTORY
               PERFORM 8200-POST-DEPT-MTD
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 8300-RECORD-LEDGER-END.

       8100-WRITE-RUN-HISTORY.
      *>   The night's single combined statistics row, written here
               END-IF
               CLOSE ALC-HIST-FILE
           END-IF.

       8200-POST-DEPT-MTD.
           OPEN I-O ALC-DEPT-FILE
           IF NOT WS-DEPT-OK
               DISPLAY "ALCMERGE: UNABLE TO OPEN ALCDEPT - STATUS "
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM 8250-POST-ONE-DEPT
           END-PERFORM
           CLOSE ALC-DEPT-FILE
           DISPLAY "ALCMERGE: MONTH-TO-DATE POSTED FOR "
               WS-DEPT-POSTED " DEPARTMENT(S), " WS-DEPT-SKIPPED
               " ALREADY POSTED FOR " WS-RUN-DATE.

       8250-POST-ONE-DEPT.
      *>   A department the slices booked must be on ALCDEPT - the
      *>   slice ALCBATCH rejects anything else - so a missing row
      *>   here is only reported.
           MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO ALCD-DEPT-CODE
           READ ALC-DEPT-FILE
               INVALID KEY
                   DISPLAY "ALCMERGE: DEPT " ALCD-DEPT-CODE
                       " NOT ON ALCDEPT - MONTH-TO-DATE NOT POSTED"
               NOT INVALID KEY
                   IF ALCD-SPLIT-POSTED-DATE = WS-RUN-DATE
                       ADD 1 TO WS-DEPT-SKIPPED
                   ELSE
                       IF ALCD-MTD-MONTH NOT = WS-RUN-DATE (1:6)
                           MOVE WS-RUN-DATE (1:6) TO ALCD-MTD-MONTH
                           MOVE ZERO TO ALCD-MTD-DIVIDEND
                       END-IF
                       ADD WS-DEPT-DIVIDEND (WS-DEPT-IDX)
                           TO ALCD-MTD-DIVIDEND
                       MOVE WS-RUN-DATE TO ALCD-SPLIT-POSTED-DATE
                       REWRITE ALC-DEPT-RECORD
                       IF WS-DEPT-OK
                           ADD 1 TO WS-DEPT-POSTED
                           PERFORM 8260-POST-SUBLEDGER
                       ELSE
                           DISPLAY "ALCMERGE: ERROR REWRITING ALCDEPT"
                               " - STATUS " WS-DEPT-STATUS
                               " DEPT " ALCD-DEPT-CODE
                       END-IF
                   END-IF
           END-READ.

       8260-POST-SUBLEDGER.
      *>   The department's night goes on the ALCSACT subledger
      *>   activity file as new allocations, under the same
      *>   posted-date guard as the month-to-date, so a rerun of
      *>   the merge does not post it twice.
           MOVE WS-RUN-DATE TO LK-SAC-BUS-DATE
           MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO LK-SAC-DEPT-CODE
           SET LK-SAC-NEW TO TRUE
           MOVE "ALCMERGE" TO LK-SAC-SOURCE-PGM
           MOVE ZERO TO LK-SAC-KEY-ID
           MOVE WS-DEPT-DIVIDEND (WS-DEPT-IDX) TO LK-SAC-AMOUNT
           CALL "ALCSAC01" USING LK-ALCSAC-PARMS.

       8300-RECORD-LEDGER-END.
      *>   The ledger CALL would reset RETURN-CODE, so the step's
      *>   code travels in the parameter block and is put back.
           SET LK-RLG-END TO TRUE
           MOVE RETURN-CODE TO LK-RLG-STEP-RC
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           MOVE LK-RLG-STEP-RC TO RETURN-CODE.
