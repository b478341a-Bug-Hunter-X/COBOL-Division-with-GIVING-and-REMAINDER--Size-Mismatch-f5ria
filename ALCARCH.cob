      *> period: divides and dividend volume per day, online
      *> corrections per day, and period totals.
      *>
      *> Rows are cut out of the live audit trail, so the archive
      *> runs between cycles only: the ALCRLG run ledger (via
      *> ALCRLG01), keyed on the business date of the nightly
      *> ALCPARM card, refuses it with RC 56 while any step of the
      *> date is still open or the nightly cycle is part done, and
      *> with RC 44 when the date's archive has already run.
      *>
      *> RETURN-CODE 16 means the parameter card or a dataset could
      *> not be used and nothing was archived; otherwise 0.
      *>-----------------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALC-RUN-PARM-FILE ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-AUD-FILE
           05  ARCP-CUTOFF-DATE        PIC 9(8).
           05  FILLER                  PIC X(72).

       FD  ALC-RUN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCPRM.

       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS               PIC X(2).
           88  WS-AUD-OK                     VALUE "00".
           88  WS-SUM-OK                     VALUE "00".
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-RUN-PARM-STATUS          PIC X(2).
           88  WS-RUN-PARM-OK                VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-EOF                        VALUE "Y".
           05  SUM-TOT-RETAINED        PIC Z(13)9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       COPY ALCRLGL.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-PARM-CARD
           PERFORM 1350-CHECK-RUN-LEDGER

           OPEN INPUT ALC-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ALCARCH: UNABLE TO OPEN ALCAPRM - STATUS "
           WRITE ALC-SUM-RECORD FROM SUM-HEADING-LINE
           WRITE ALC-SUM-RECORD FROM SUM-COLUMN-LINE.

       1300-READ-PARM-CARD.
      *>   Only the business date is taken off the nightly ALCPARM
      *>   card - it is the date the run is entered against on the
      *>   ALCRLG run ledger.
           OPEN INPUT ALC-RUN-PARM-FILE
           IF NOT WS-RUN-PARM-OK
               DISPLAY "ALCARCH: UNABLE TO OPEN ALCPARM - STATUS "
                   WS-RUN-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ALC-RUN-PARM-FILE
               AT END
                   DISPLAY "ALCARCH: ALCPARM CARD IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ALC-RUN-PARM-FILE
           IF ALCP-RUN-DATE NOT NUMERIC OR ALCP-RUN-DATE = ZERO
               DISPLAY "ALCARCH: ALCPARM RUN DATE INVALID: "
                   ALCP-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1350-CHECK-RUN-LEDGER.
           SET LK-RLG-START TO TRUE
           MOVE "ALCMONTH" TO LK-RLG-JOB-NAME
           MOVE "ALCARCH" TO LK-RLG-STEP-NAME
           MOVE ALCP-RUN-DATE TO LK-RLG-BUS-DATE
           SET LK-RLG-RULE-QUIET TO TRUE
           MOVE SPACES TO LK-RLG-DEP-JOB-NAME
           MOVE SPACES TO LK-RLG-DEP-STEP-NAME
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           IF NOT LK-RLG-CLEARED
               DISPLAY "ALCARCH: RUN REFUSED BY THE ALCRLG RUN "
                   "LEDGER - RC " LK-RLG-REFUSAL-RC
               MOVE LK-RLG-REFUSAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-SWEEP-AUDIT.
           READ ALC-AUD-FILE NEXT RECORD
               AT END
           DISPLAY "ALCARCH: " WS-ARCHIVED-COUNT " ROW(S) ARCHIVED, "
               WS-RETAINED-COUNT " RETAINED ON ALCAUD"

           MOVE 0 TO RETURN-CODE
           PERFORM 8300-RECORD-LEDGER-END.

       8300-RECORD-LEDGER-END.
      *>   The ledger CALL would reset RETURN-CODE, so the step's
      *>   code travels in the parameter block and is put back.
           SET LK-RLG-END TO TRUE
           MOVE RETURN-CODE TO LK-RLG-STEP-RC
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           MOVE LK-RLG-STEP-RC TO RETURN-CODE.
