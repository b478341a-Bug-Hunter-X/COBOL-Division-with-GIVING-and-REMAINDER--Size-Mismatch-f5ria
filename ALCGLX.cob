      *> corrections, reversal and release feeds go to GL on their
      *> own paths.
      *>
      *> A whole batch also posts each department's clearing
      *> credit to the ALCSACT subledger activity file (ALCSAC01),
      *> which the month-end close ties the period's new
      *> allocations out to.
      *>
      *> The journal belongs to the night ALCBATCH ran for: the
      *> ALCRLG run ledger (via ALCRLG01) refuses it for a
      *> business date already journalled (RC 44) or one whose
      *> ALCBATCH has not completed (RC 52). A run that left a
      *> department out is entered as failed, so the rerun after
      *> ALCGLMAP is fixed goes through as a restart.
      *>
      *> RETURN-CODE is left at 4 when any department could not be
      *> posted (accounting maintains ALCGLMAP and reruns), 16 when
      *> a file or the parameter card was unusable, otherwise 0.

       COPY ALCGLJ.

       COPY ALCRLGL.
       COPY ALCSACL.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

       1000-INITIALIZE.
           PERFORM 1300-READ-PARM-CARD
           PERFORM 1350-CHECK-RUN-LEDGER
           PERFORM 1400-LOAD-ACCOUNT-MAP

           OPEN INPUT ALC-OUT-FILE
           END-IF
           MOVE ALCP-RUN-DATE TO WS-RUN-DATE.

       1350-CHECK-RUN-LEDGER.
           SET LK-RLG-START TO TRUE
           MOVE "ALCJOB" TO LK-RLG-JOB-NAME
           MOVE "ALCGLX" TO LK-RLG-STEP-NAME
           MOVE WS-RUN-DATE TO LK-RLG-BUS-DATE
           SET LK-RLG-RULE-NONE TO TRUE
           MOVE "ALCJOB" TO LK-RLG-DEP-JOB-NAME
           MOVE "ALCBATCH" TO LK-RLG-DEP-STEP-NAME
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           IF NOT LK-RLG-CLEARED
               DISPLAY "ALCGLX: RUN REFUSED BY THE ALCRLG RUN "
                   "LEDGER - RC " LK-RLG-REFUSAL-RC
               MOVE LK-RLG-REFUSAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-LOAD-ACCOUNT-MAP.
           OPEN INPUT ALC-GLM-FILE
           IF NOT WS-GLM-OK
               DISPLAY "ALCGLX: BATCH OUT OF BALANCE - "
                   "DO NOT LOAD"
               MOVE 8 TO RETURN-CODE
               PERFORM 8900-RECORD-LEDGER-END
               STOP RUN
           END-IF

                   " DEPARTMENT(S) NOT JOURNALLED - MAINTAIN "
                   "ALCGLMAP AND RERUN"
               MOVE 4 TO RETURN-CODE
               SET LK-RLG-RERUN-NEEDED TO TRUE
           ELSE
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   PERFORM 8400-POST-SUBLEDGER
               END-PERFORM
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 8900-RECORD-LEDGER-END.

       8100-POST-ONE-DEPT.
      *>   A department posts whole or not at all - an unmapped
           ELSE
               ADD ALCJ-JNL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       8400-POST-SUBLEDGER.
      *>   Only a whole batch - the one GL loads - is posted to the
      *>   ALCSACT subledger activity file, each department's
      *>   clearing credit as its GL journal total for the night.
      *>   A batch that left a department out posts nothing: its
      *>   rerun replaces it and posts the lot.
           IF WS-DEPT-DIVIDEND (WS-DEPT-IDX) > ZERO
               MOVE WS-RUN-DATE TO LK-SAC-BUS-DATE
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO LK-SAC-DEPT-CODE
               SET LK-SAC-GL-JOURNAL TO TRUE
               MOVE "ALCGLX" TO LK-SAC-SOURCE-PGM
               MOVE ZERO TO LK-SAC-KEY-ID
               MOVE WS-DEPT-DIVIDEND (WS-DEPT-IDX) TO LK-SAC-AMOUNT
               CALL "ALCSAC01" USING LK-ALCSAC-PARMS
           END-IF.

       8900-RECORD-LEDGER-END.
      *>   The ledger CALL would reset RETURN-CODE, so the step's
      *>   code travels in the parameter block and is put back.
           SET LK-RLG-END TO TRUE
           MOVE RETURN-CODE TO LK-RLG-STEP-RC
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           MOVE LK-RLG-STEP-RC TO RETURN-CODE.
