      *> deliberate no-op, matching the reject-forever behaviour
      *> the batch run falls back to.
      *>
      *> Rows are moved off the live master, so the sweep only
      *> runs between cycles: the ALCRLG run ledger (via ALCRLG01)
      *> refuses it with RC 56 while any step of the business date
      *> is still open or the nightly cycle is part done, and with
      *> RC 44 when the date has already been swept.
      *>
      *> RETURN-CODE 16 means the parameter card or a dataset was
      *> unusable and nothing was swept; otherwise 0.
      *>-----------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ALC-MSTR-FILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY ALCMST.

       FD  ALC-MSTA-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  ALC-MSTA-RECORD                PIC X(68).

       FD  ALC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ARCHIVED-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-RETAINED-COUNT           PIC 9(9)  VALUE ZERO.

       COPY ALCRLGL.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
               STOP RUN
           END-IF

           PERFORM 1350-CHECK-RUN-LEDGER

           OPEN I-O ALC-MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "ALCMSWP: UNABLE TO OPEN ALCMSTR - STATUS "
               MOVE ALCP-RETENTION-DAYS TO WS-RETENTION-DAYS
           END-IF.

       1350-CHECK-RUN-LEDGER.
      *>   A zero-horizon no-op has already stopped above and
      *>   leaves no trace on the ledger.
           SET LK-RLG-START TO TRUE
           MOVE "ALCMSWP" TO LK-RLG-JOB-NAME
           MOVE "ALCMSWP" TO LK-RLG-STEP-NAME
           MOVE ALCP-RUN-DATE TO LK-RLG-BUS-DATE
           SET LK-RLG-RULE-QUIET TO TRUE
           MOVE SPACES TO LK-RLG-DEP-JOB-NAME
           MOVE SPACES TO LK-RLG-DEP-STEP-NAME
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           IF NOT LK-RLG-CLEARED
               DISPLAY "ALCMSWP: RUN REFUSED BY THE ALCRLG RUN "
                   "LEDGER - RC " LK-RLG-REFUSAL-RC
               MOVE LK-RLG-REFUSAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-SWEEP-MASTER.
           READ ALC-MSTR-FILE NEXT RECORD
               AT END
           DISPLAY "ALCMSWP: " WS-ARCHIVED-COUNT " ROW(S) ARCHIVED, "
               WS-RETAINED-COUNT " RETAINED ON ALCMSTR"

           MOVE 0 TO RETURN-CODE
           PERFORM 8300-RECORD-LEDGER-END.

       8300-RECORD-LEDGER-END.
      *>   The ledger CALL would reset RETURN-CODE, so the step's
      *>   code travels in the parameter block and is put back.
           SET LK-RLG-END TO TRUE
           MOVE RETURN-CODE TO LK-RLG-STEP-RC
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           MOVE LK-RLG-STEP-RC TO RETURN-CODE.
