      *>-----------------------------------------------------------
      *> ALCCLOSE - month-end allocation subledger close and GL
      *> tie-out.
      *>
      *> Run once at month end, after the period's last nightly
      *> cycle, with the same ALCAPRM card the audit archive uses:
      *> the period closed is the month before the cutoff date (the
      *> first day of the current period). Each department's
      *> period is added up from the ALCSACT subledger activity
      *> dataset (see ALCSAC) -
      *>   opening      the closing balance of the prior period,
      *>                from the ALCPBAL period balance KSDS
      *>   new          allocations booked by the nightly cycle
      *>   corrections  corrected records booked by ALCRSUB
      *>   reversals    allocations backed out by ALCREV
      *>   closing      opening + new + corrections - reversals
      *>   released     installments ALCSREL sent downstream
      *>   pending      installments still pending or held on
      *>                ALCSCHD as the close runs
      *> and the period's new allocations are tied out to the
      *> clearing credits ALCGLX journalled to GL for the same
      *> nights. A department whose two figures differ is out of
      *> balance and is listed as such on the ALCCRPT report.
      *>
      *> The closing balances are written to ALCPBAL, one row per
      *> department plus a "*TOT" row written last that marks the
      *> period closed. A closed period is never reopened: activity
      *> dated into it that is posted after its close (a reversal
      *> or release run later) is taken into the next period's
      *> close instead, and counted there as late.
      *>
      *> Periods close in order. The close is refused when the
      *> period or a later one is already closed, when an earlier
      *> period was closed but the prior one was not, and when the
      *> business date on the nightly ALCPARM card still has
      *> business days of the period left to run. It runs between
      *> cycles only: the ALCRLG run ledger (via ALCRLG01) refuses
      *> it with RC 52 until ALCJOB's ALCGLX step has completed for
      *> that business date (so the period's last night is in),
      *> with RC 56 while any step of the date is still open or
      *> the nightly cycle is part done, and with RC 44 when the
      *> date's close has already run.
      *>
      *> RETURN-CODE:
      *>    0  period closed, every department in balance with GL
      *>    4  period closed, one or more departments out of
      *>       balance with GL - see the tie-out section
      *>   12  close refused - the period is already closed, a
      *>       later one is, the prior one is not, or business
      *>       days of the period are still to run
      *>   16  a card or dataset could not be used, or there were
      *>       more departments than the table holds - the period
      *>       is not closed
      *>   44/52/56  refused by the ALCRLG run ledger, as above
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-SAC-FILE ASSIGN TO "ALCSACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAC-STATUS.

           SELECT ALC-SCHD-FILE ASSIGN TO "ALCSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALCS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT ALC-PBAL-FILE ASSIGN TO "ALCPBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCB-KEY
               FILE STATUS IS WS-PBAL-STATUS.

           SELECT ALC-RPT-FILE ASSIGN TO "ALCCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT ALC-PARM-FILE ASSIGN TO "ALCAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALC-RUN-PARM-FILE ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-SAC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCSAC.

       FD  ALC-SCHD-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY ALCSCD.

       FD  ALC-PBAL-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY ALCPBL.

       FD  ALC-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ALC-RPT-RECORD                 PIC X(132).

       FD  ALC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *>   Cols 1-8: cutoff date YYYYMMDD - the first day of the
      *>   current period, as on the audit archive's card; the
      *>   month before it is the period closed.
       01  CLSP-PARM-RECORD.
           05  CLSP-CUTOFF-DATE        PIC 9(8).
           05  CLSP-CUTOFF-PARTS REDEFINES CLSP-CUTOFF-DATE.
               10  CLSP-CUTOFF-YEAR    PIC 9(4).
               10  CLSP-CUTOFF-MONTH   PIC 9(2).
               10  CLSP-CUTOFF-DAY     PIC 9(2).
           05  FILLER                  PIC X(72).

       FD  ALC-RUN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCPRM.

       WORKING-STORAGE SECTION.
       01  WS-SAC-STATUS               PIC X(2).
           88  WS-SAC-OK                     VALUE "00".
       01  WS-SCHD-STATUS              PIC X(2).
           88  WS-SCHD-OK                    VALUE "00".
       01  WS-PBAL-STATUS              PIC X(2).
           88  WS-PBAL-OK                    VALUE "00".
       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK                     VALUE "00".
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-RUN-PARM-STATUS          PIC X(2).
           88  WS-RUN-PARM-OK                VALUE "00".

       01  WS-PBAL-EOF-SWITCH          PIC X(1) VALUE "N".
           88  WS-PBAL-EOF                   VALUE "Y".
       01  WS-SAC-EOF-SWITCH           PIC X(1) VALUE "N".
           88  WS-SAC-EOF                    VALUE "Y".
       01  WS-SCHD-EOF-SWITCH          PIC X(1) VALUE "N".
           88  WS-SCHD-EOF                   VALUE "Y".
       01  WS-OVERFLOW-SWITCH          PIC X(1) VALUE "N".
           88  WS-TABLE-OVERFLOW             VALUE "Y".
       01  WS-PBAL-ERROR-SWITCH        PIC X(1) VALUE "N".
           88  WS-PBAL-ERROR                 VALUE "Y".
       01  WS-LATE-SWITCH              PIC X(1) VALUE "N".
           88  WS-LATE-ROW                   VALUE "Y".
       01  WS-TAKE-SWITCH              PIC X(1) VALUE "N".
           88  WS-TAKE-ROW                   VALUE "Y".

      *>   The period being closed, its first and last days, and
      *>   the period before it.
       01  WS-PERIOD                   PIC 9(6).
       01  WS-PERIOD-START-DATE        PIC 9(8).
       01  WS-PERIOD-END-DATE          PIC 9(8).
       01  WS-PRIOR-PERIOD             PIC 9(6).
       01  WS-WORK-DATE                PIC 9(8).
       01  WS-WORK-DATE-INT            PIC 9(9).

      *>   From the ALCPBAL scan: the latest period with a "*TOT"
      *>   row, and when the prior period's close ran - activity
      *>   posted after that instant and dated before this period
      *>   missed the prior close and is taken into this one. Low
      *>   values when no period has ever been closed.
       01  WS-LAST-CLOSED-PERIOD       PIC 9(6)  VALUE ZERO.
       01  WS-PRIOR-CLOSE-TIMESTAMP    PIC X(26) VALUE LOW-VALUES.
       01  WS-CLOSE-TIMESTAMP          PIC X(26).

       01  WS-SAC-READ                 PIC 9(9)  VALUE ZERO.
       01  WS-SAC-TAKEN                PIC 9(9)  VALUE ZERO.
       01  WS-SAC-LATE                 PIC 9(9)  VALUE ZERO.
       01  WS-SCHD-PENDING-ROWS        PIC 9(9)  VALUE ZERO.
       01  WS-DEPTS-OUT                PIC 9(5)  VALUE ZERO.

       01  WS-CLOSING                  PIC S9(11)V99.
       01  WS-DIFFERENCE               PIC S9(11)V99.

       01  WS-TOT-OPENING              PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-NEW                  PIC 9(11)V99  VALUE ZERO.
       01  WS-TOT-CORRECTIONS          PIC 9(11)V99  VALUE ZERO.
       01  WS-TOT-REVERSALS            PIC 9(11)V99  VALUE ZERO.
       01  WS-TOT-CLOSING              PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-RELEASED             PIC 9(11)V99  VALUE ZERO.
       01  WS-TOT-PENDING              PIC 9(11)V99  VALUE ZERO.
       01  WS-TOT-GL-JOURNAL           PIC 9(11)V99  VALUE ZERO.
       01  WS-TOT-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.

      *>   Per-department accumulators - one slot per department
      *>   seen on the prior period's balances, the activity or the
      *>   schedule, kept in ascending code order by insertion so
      *>   the report and ALCPBAL come out in department order. A
      *>   blank code (reversals of rows booked before ALCMSTR
      *>   carried a department) sorts first.
       01  WS-FIND-CODE                PIC X(4).
       01  WS-DPT-COUNT-USED           PIC 9(4)  VALUE ZERO.
       01  WS-DPT-IDX                  PIC 9(4).
       01  WS-DPT-POS                  PIC 9(4).
       01  WS-DPT-SHIFT                PIC 9(4).
       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 1000 TIMES.
               10  WS-DPT-CODE         PIC X(4).
               10  WS-DPT-OPENING      PIC S9(11)V99.
               10  WS-DPT-NEW          PIC 9(11)V99.
               10  WS-DPT-CORRECTIONS  PIC 9(11)V99.
               10  WS-DPT-REVERSALS    PIC 9(11)V99.
               10  WS-DPT-RELEASED     PIC 9(11)V99.
               10  WS-DPT-PENDING      PIC 9(11)V99.
               10  WS-DPT-GL-JOURNAL   PIC 9(11)V99.
               10  WS-DPT-LATE-COUNT   PIC 9(7).

       01  CLS-HEADING-LINE.
           05  FILLER                  PIC X(36) VALUE
               "ALLOCATION SUBLEDGER CLOSE - PERIOD ".
           05  CLS-HDG-PERIOD          PIC 9(6).
           05  FILLER                  PIC X(16) VALUE
               "  BUSINESS DATE ".
           05  CLS-HDG-BUS-DATE        PIC 9(8).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  CLS-SUB-TITLE-LINE.
           05  FILLER                  PIC X(30) VALUE
               "SUBLEDGER BY DEPARTMENT".
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  CLS-SUB-COLUMN-LINE.
           05  FILLER                  PIC X(6) VALUE "DEPT".
           05  FILLER                  PIC X(16) VALUE
               "         OPENING".
           05  FILLER                  PIC X(16) VALUE
               "             NEW".
           05  FILLER                  PIC X(16) VALUE
               "     CORRECTIONS".
           05  FILLER                  PIC X(16) VALUE
               "       REVERSALS".
           05  FILLER                  PIC X(16) VALUE
               "         CLOSING".
           05  FILLER                  PIC X(16) VALUE
               "        RELEASED".
           05  FILLER                  PIC X(16) VALUE
               "         PENDING".
           05  FILLER                  PIC X(9) VALUE "     LATE".
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  CLS-SUB-DETAIL-LINE.
           05  CLS-SUB-DEPT            PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-SUB-OPENING         PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-SUB-NEW             PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-SUB-CORRECTIONS     PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-SUB-REVERSALS       PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-SUB-CLOSING         PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-SUB-RELEASED        PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-SUB-PENDING         PIC -(11)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CLS-SUB-LATE            PIC Z(6)9.
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  CLS-GL-TITLE-LINE.
           05  FILLER                  PIC X(30) VALUE
               "GL TIE-OUT OF NEW ALLOCATIONS".
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  CLS-GL-COLUMN-LINE.
           05  FILLER                  PIC X(6) VALUE "DEPT".
           05  FILLER                  PIC X(16) VALUE
               " NEW ALLOCATIONS".
           05  FILLER                  PIC X(16) VALUE
               "      GL JOURNAL".
           05  FILLER                  PIC X(16) VALUE
               "      DIFFERENCE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "STATUS".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  CLS-GL-DETAIL-LINE.
           05  CLS-GL-DEPT             PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-GL-NEW              PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-GL-JOURNAL          PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CLS-GL-DIFFERENCE       PIC -(11)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CLS-GL-STATUS           PIC X(14).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  CLS-BLANK-LINE              PIC X(132) VALUE SPACES.

       01  CLS-COUNT-LINE.
           05  CLS-CNT-LABEL           PIC X(34).
           05  CLS-CNT-VALUE           PIC Z(8)9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  CLS-RESULT-LINE.
           05  FILLER                  PIC X(7) VALUE "PERIOD ".
           05  CLS-RES-PERIOD          PIC 9(6).
           05  CLS-RES-TEXT            PIC X(60).
           05  FILLER                  PIC X(59) VALUE SPACES.

       COPY ALCRLGL.
       COPY ALCCALL.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-READ-ACTIVITY UNTIL WS-SAC-EOF
           PERFORM 4000-READ-SCHEDULE UNTIL WS-SCHD-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-CUTOFF-CARD
           PERFORM 1300-READ-PARM-CARD
           PERFORM 1200-CHECK-PERIOD-ENDED
           PERFORM 1400-LOAD-PERIOD-BALANCES
           PERFORM 1500-CHECK-PERIOD-ORDER
           PERFORM 1350-CHECK-RUN-LEDGER

           OPEN INPUT ALC-SAC-FILE
           IF NOT WS-SAC-OK
               DISPLAY "ALCCLOSE: UNABLE TO OPEN ALCSACT - STATUS "
                   WS-SAC-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-RECORD-LEDGER-END
               STOP RUN
           END-IF

           OPEN INPUT ALC-SCHD-FILE
           IF NOT WS-SCHD-OK
               DISPLAY "ALCCLOSE: UNABLE TO OPEN ALCSCHD - STATUS "
                   WS-SCHD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-RECORD-LEDGER-END
               STOP RUN
           END-IF

           OPEN OUTPUT ALC-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "ALCCLOSE: UNABLE TO OPEN ALCCRPT - STATUS "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-RECORD-LEDGER-END
               STOP RUN
           END-IF

           MOVE WS-PERIOD TO CLS-HDG-PERIOD
           MOVE ALCP-RUN-DATE TO CLS-HDG-BUS-DATE
           WRITE ALC-RPT-RECORD FROM CLS-HEADING-LINE
           WRITE ALC-RPT-RECORD FROM CLS-BLANK-LINE.

       1100-READ-CUTOFF-CARD.
      *>   The cutoff must be the first of a month - the close
      *>   works in whole calendar months.
           OPEN INPUT ALC-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ALCCLOSE: UNABLE TO OPEN ALCAPRM - STATUS "
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ALC-PARM-FILE
               AT END
                   DISPLAY "ALCCLOSE: ALCAPRM CARD IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ALC-PARM-FILE
           IF CLSP-CUTOFF-DATE NOT NUMERIC
                   OR CLSP-CUTOFF-DATE = ZERO
                   OR CLSP-CUTOFF-MONTH < 1
                   OR CLSP-CUTOFF-MONTH > 12
                   OR CLSP-CUTOFF-DAY NOT = 1
               DISPLAY "ALCCLOSE: ALCAPRM CUTOFF DATE INVALID: "
                   CLSP-CUTOFF-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CLSP-CUTOFF-DATE TO WS-WORK-DATE
           COMPUTE WS-WORK-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INT)
           MOVE WS-PERIOD-END-DATE (1:6) TO WS-PERIOD
           COMPUTE WS-PERIOD-START-DATE = WS-PERIOD * 100 + 1

           COMPUTE WS-WORK-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-DATE) - 1
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INT)
           MOVE WS-WORK-DATE (1:6) TO WS-PRIOR-PERIOD.

       1200-CHECK-PERIOD-ENDED.
      *>   Every business day of the period must have had its
      *>   nightly cycle - the business date on the nightly card
      *>   may be no earlier than the period's last business day.
           SET LK-CAL-COUNT-DAYS TO TRUE
           MOVE "*ALL" TO LK-CAL-ID
           MOVE ALCP-RUN-DATE TO LK-CAL-FROM-DATE
           MOVE WS-PERIOD-END-DATE TO LK-CAL-DATE
           CALL "ALCCAL01" USING LK-ALCCAL-PARMS
           IF LK-CAL-DAYS > ZERO
               DISPLAY "ALCCLOSE: CLOSE OF PERIOD " WS-PERIOD
                   " REFUSED - BUSINESS DATE " ALCP-RUN-DATE
                   " LEAVES " LK-CAL-DAYS " BUSINESS DAY(S) TO RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-READ-PARM-CARD.
      *>   Only the business date is taken off the nightly ALCPARM
      *>   card - it is the date the run is entered against on the
      *>   ALCRLG run ledger.
           OPEN INPUT ALC-RUN-PARM-FILE
           IF NOT WS-RUN-PARM-OK
               DISPLAY "ALCCLOSE: UNABLE TO OPEN ALCPARM - STATUS "
                   WS-RUN-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ALC-RUN-PARM-FILE
               AT END
                   DISPLAY "ALCCLOSE: ALCPARM CARD IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ALC-RUN-PARM-FILE
           IF ALCP-RUN-DATE NOT NUMERIC OR ALCP-RUN-DATE = ZERO
               DISPLAY "ALCCLOSE: ALCPARM RUN DATE INVALID: "
                   ALCP-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1350-CHECK-RUN-LEDGER.
           SET LK-RLG-START TO TRUE
           MOVE "ALCMONTH" TO LK-RLG-JOB-NAME
           MOVE "ALCCLOSE" TO LK-RLG-STEP-NAME
           MOVE ALCP-RUN-DATE TO LK-RLG-BUS-DATE
           SET LK-RLG-RULE-QUIET TO TRUE
      *>   The whole nightly cycle - through the GL journal - must
      *>   have completed for the business date itself, or the
      *>   period would close without its last night's activity.
           MOVE "ALCJOB" TO LK-RLG-DEP-JOB-NAME
           MOVE "ALCGLX" TO LK-RLG-DEP-STEP-NAME
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           IF NOT LK-RLG-CLEARED
               DISPLAY "ALCCLOSE: RUN REFUSED BY THE ALCRLG RUN "
                   "LEDGER - RC " LK-RLG-REFUSAL-RC
               MOVE LK-RLG-REFUSAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-LOAD-PERIOD-BALANCES.
      *>   One pass of ALCPBAL: note the latest closed period and
      *>   when the prior period closed, and take each department's
      *>   prior-period closing balance as its opening balance.
           OPEN I-O ALC-PBAL-FILE
           IF NOT WS-PBAL-OK
               DISPLAY "ALCCLOSE: UNABLE TO OPEN ALCPBAL - STATUS "
                   WS-PBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO ALCB-KEY
           START ALC-PBAL-FILE KEY IS NOT LESS THAN ALCB-KEY
               INVALID KEY
                   SET WS-PBAL-EOF TO TRUE
           END-START
           PERFORM 1410-READ-PERIOD-BALANCE UNTIL WS-PBAL-EOF.

       1410-READ-PERIOD-BALANCE.
           READ ALC-PBAL-FILE NEXT RECORD
               AT END
                   SET WS-PBAL-EOF TO TRUE
               NOT AT END
                   IF ALCB-PERIOD-TOTAL
                       IF ALCB-PERIOD > WS-LAST-CLOSED-PERIOD
                           MOVE ALCB-PERIOD TO WS-LAST-CLOSED-PERIOD
                       END-IF
                       IF ALCB-PERIOD = WS-PRIOR-PERIOD
                           MOVE ALCB-CLOSE-TIMESTAMP
                               TO WS-PRIOR-CLOSE-TIMESTAMP
                       END-IF
                   ELSE
                       IF ALCB-PERIOD = WS-PRIOR-PERIOD
                           MOVE ALCB-DEPT-CODE TO WS-FIND-CODE
                           PERFORM 5000-FIND-DEPT
                           IF WS-DPT-POS > ZERO
                               MOVE ALCB-CLOSING
                                   TO WS-DPT-OPENING (WS-DPT-POS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1500-CHECK-PERIOD-ORDER.
      *>   Refused before the run ledger is touched, so a refusal
      *>   leaves no failed row behind to hold up the next cycle.
           IF WS-LAST-CLOSED-PERIOD = WS-PERIOD
               DISPLAY "ALCCLOSE: PERIOD " WS-PERIOD
                   " IS ALREADY CLOSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-CLOSED-PERIOD > WS-PERIOD
               DISPLAY "ALCCLOSE: CLOSE OF PERIOD " WS-PERIOD
                   " REFUSED - LATER PERIOD " WS-LAST-CLOSED-PERIOD
                   " IS ALREADY CLOSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-CLOSED-PERIOD > ZERO
                   AND WS-LAST-CLOSED-PERIOD NOT = WS-PRIOR-PERIOD
               DISPLAY "ALCCLOSE: CLOSE OF PERIOD " WS-PERIOD
                   " REFUSED - PRIOR PERIOD " WS-PRIOR-PERIOD
                   " IS NOT CLOSED (LAST CLOSED "
                   WS-LAST-CLOSED-PERIOD ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TABLE-OVERFLOW
               DISPLAY "ALCCLOSE: MORE THAN 1000 DEPARTMENTS ON "
                   "ALCPBAL - PERIOD " WS-PERIOD " NOT CLOSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-READ-ACTIVITY.
           READ ALC-SAC-FILE
               AT END
                   SET WS-SAC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SAC-READ
                   PERFORM 3100-SELECT-ACTIVITY
           END-READ.

       3100-SELECT-ACTIVITY.
      *>   A row dated into the period belongs to it; a row dated
      *>   earlier belongs to it only when it was posted after the
      *>   prior period had closed. Rows dated after the period
      *>   are left for the next close.
           MOVE "N" TO WS-LATE-SWITCH
           MOVE "N" TO WS-TAKE-SWITCH
           IF ALCSL-BUS-DATE NOT > WS-PERIOD-END-DATE
               IF ALCSL-BUS-DATE < WS-PERIOD-START-DATE
                   IF ALCSL-POST-TIMESTAMP (1:16)
                           > WS-PRIOR-CLOSE-TIMESTAMP (1:16)
                       SET WS-LATE-ROW TO TRUE
                       SET WS-TAKE-ROW TO TRUE
                   END-IF
               ELSE
                   SET WS-TAKE-ROW TO TRUE
               END-IF
           END-IF
           IF WS-TAKE-ROW
               MOVE ALCSL-DEPT-CODE TO WS-FIND-CODE
               PERFORM 5000-FIND-DEPT
           END-IF

           IF WS-TAKE-ROW AND WS-DPT-POS NOT = ZERO
               ADD 1 TO WS-SAC-TAKEN
               IF WS-LATE-ROW
                   ADD 1 TO WS-SAC-LATE
                   ADD 1 TO WS-DPT-LATE-COUNT (WS-DPT-POS)
               END-IF
               EVALUATE TRUE
                   WHEN ALCSL-NEW
                       ADD ALCSL-AMOUNT TO WS-DPT-NEW (WS-DPT-POS)
                   WHEN ALCSL-CORRECTION
                       ADD ALCSL-AMOUNT
                           TO WS-DPT-CORRECTIONS (WS-DPT-POS)
                   WHEN ALCSL-REVERSAL
                       ADD ALCSL-AMOUNT TO WS-DPT-REVERSALS (WS-DPT-POS)
                   WHEN ALCSL-RELEASE
                       ADD ALCSL-AMOUNT TO WS-DPT-RELEASED (WS-DPT-POS)
                   WHEN ALCSL-GL-JOURNAL
                       ADD ALCSL-AMOUNT
                           TO WS-DPT-GL-JOURNAL (WS-DPT-POS)
                   WHEN OTHER
                       DISPLAY "ALCCLOSE: UNKNOWN ACTIVITY CODE "
                           ALCSL-ACTIVITY " ON ALCSACT - "
                           ALCSL-SOURCE-PGM " DATE " ALCSL-BUS-DATE
                           " DEPT " ALCSL-DEPT-CODE " - IGNORED"
                       SUBTRACT 1 FROM WS-SAC-TAKEN
               END-EVALUATE
           END-IF.

       4000-READ-SCHEDULE.
      *>   Installments not yet released - pending, or held on the
      *>   maintenance screen - as the schedule stands at the close.
           READ ALC-SCHD-FILE NEXT RECORD
               AT END
                   SET WS-SCHD-EOF TO TRUE
               NOT AT END
                   IF ALCS-PENDING OR ALCS-HELD
                       MOVE ALCS-DEPT-CODE TO WS-FIND-CODE
                       PERFORM 5000-FIND-DEPT
                       IF WS-DPT-POS > ZERO
                           ADD 1 TO WS-SCHD-PENDING-ROWS
                           ADD ALCS-AMOUNT
                               TO WS-DPT-PENDING (WS-DPT-POS)
                       END-IF
                   END-IF
           END-READ.

       5000-FIND-DEPT.
           MOVE ZERO TO WS-DPT-POS
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT-USED
                       OR WS-DPT-POS > ZERO
               IF WS-DPT-CODE (WS-DPT-IDX) = WS-FIND-CODE
                   MOVE WS-DPT-IDX TO WS-DPT-POS
               END-IF
           END-PERFORM
           IF WS-DPT-POS = ZERO
               PERFORM 5100-INSERT-DEPT-SLOT
           END-IF.

       5100-INSERT-DEPT-SLOT.
      *>   Insert the new department in ascending order, shifting
      *>   later entries down. A full table cannot be closed
      *>   honestly, so it is flagged and the close ends RC 16.
           IF WS-DPT-COUNT-USED >= 1000
               MOVE ZERO TO WS-DPT-POS
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               MOVE 1 TO WS-DPT-POS
               PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                       UNTIL WS-DPT-IDX > WS-DPT-COUNT-USED
                   IF WS-DPT-CODE (WS-DPT-IDX) < WS-FIND-CODE
                       COMPUTE WS-DPT-POS = WS-DPT-IDX + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-DPT-SHIFT FROM WS-DPT-COUNT-USED
                       BY -1 UNTIL WS-DPT-SHIFT < WS-DPT-POS
                   MOVE WS-DPT-ENTRY (WS-DPT-SHIFT)
                       TO WS-DPT-ENTRY (WS-DPT-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-DPT-COUNT-USED
               MOVE WS-FIND-CODE TO WS-DPT-CODE (WS-DPT-POS)
               MOVE ZERO TO WS-DPT-OPENING (WS-DPT-POS)
               MOVE ZERO TO WS-DPT-NEW (WS-DPT-POS)
               MOVE ZERO TO WS-DPT-CORRECTIONS (WS-DPT-POS)
               MOVE ZERO TO WS-DPT-REVERSALS (WS-DPT-POS)
               MOVE ZERO TO WS-DPT-RELEASED (WS-DPT-POS)
               MOVE ZERO TO WS-DPT-PENDING (WS-DPT-POS)
               MOVE ZERO TO WS-DPT-GL-JOURNAL (WS-DPT-POS)
               MOVE ZERO TO WS-DPT-LATE-COUNT (WS-DPT-POS)
           END-IF.

       8000-FINALIZE.
           CLOSE ALC-SAC-FILE
           CLOSE ALC-SCHD-FILE

           IF WS-TABLE-OVERFLOW
               DISPLAY "ALCCLOSE: MORE THAN 1000 DEPARTMENTS - PERIOD "
                   WS-PERIOD " NOT CLOSED"
               CLOSE ALC-PBAL-FILE
               CLOSE ALC-RPT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-RECORD-LEDGER-END
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CLOSE-TIMESTAMP

           WRITE ALC-RPT-RECORD FROM CLS-SUB-TITLE-LINE
           WRITE ALC-RPT-RECORD FROM CLS-SUB-COLUMN-LINE
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT-USED
               PERFORM 8100-CLOSE-DEPARTMENT
           END-PERFORM
           MOVE "TOTAL" TO CLS-SUB-DEPT
           MOVE WS-TOT-OPENING TO CLS-SUB-OPENING
           MOVE WS-TOT-NEW TO CLS-SUB-NEW
           MOVE WS-TOT-CORRECTIONS TO CLS-SUB-CORRECTIONS
           MOVE WS-TOT-REVERSALS TO CLS-SUB-REVERSALS
           MOVE WS-TOT-CLOSING TO CLS-SUB-CLOSING
           MOVE WS-TOT-RELEASED TO CLS-SUB-RELEASED
           MOVE WS-TOT-PENDING TO CLS-SUB-PENDING
           MOVE WS-SAC-LATE TO CLS-SUB-LATE
           WRITE ALC-RPT-RECORD FROM CLS-SUB-DETAIL-LINE
           WRITE ALC-RPT-RECORD FROM CLS-BLANK-LINE

           WRITE ALC-RPT-RECORD FROM CLS-GL-TITLE-LINE
           WRITE ALC-RPT-RECORD FROM CLS-GL-COLUMN-LINE
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT-USED
               PERFORM 8150-WRITE-TIE-OUT-LINE
           END-PERFORM
           MOVE "TOTAL" TO CLS-GL-DEPT
           MOVE WS-TOT-NEW TO CLS-GL-NEW
           MOVE WS-TOT-GL-JOURNAL TO CLS-GL-JOURNAL
           MOVE WS-TOT-DIFFERENCE TO CLS-GL-DIFFERENCE
           IF WS-DEPTS-OUT = ZERO
               MOVE "IN BALANCE" TO CLS-GL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO CLS-GL-STATUS
           END-IF
           WRITE ALC-RPT-RECORD FROM CLS-GL-DETAIL-LINE
           WRITE ALC-RPT-RECORD FROM CLS-BLANK-LINE

           MOVE "ACTIVITY ROWS READ:" TO CLS-CNT-LABEL
           MOVE WS-SAC-READ TO CLS-CNT-VALUE
           WRITE ALC-RPT-RECORD FROM CLS-COUNT-LINE
           MOVE "ACTIVITY ROWS TAKEN INTO PERIOD:" TO CLS-CNT-LABEL
           MOVE WS-SAC-TAKEN TO CLS-CNT-VALUE
           WRITE ALC-RPT-RECORD FROM CLS-COUNT-LINE
           MOVE "  OF WHICH LATE FOR AN EARLIER ONE" TO CLS-CNT-LABEL
           MOVE WS-SAC-LATE TO CLS-CNT-VALUE
           WRITE ALC-RPT-RECORD FROM CLS-COUNT-LINE
           MOVE "INSTALLMENTS PENDING OR HELD:" TO CLS-CNT-LABEL
           MOVE WS-SCHD-PENDING-ROWS TO CLS-CNT-VALUE
           WRITE ALC-RPT-RECORD FROM CLS-COUNT-LINE
           MOVE "DEPARTMENTS OUT OF BALANCE:" TO CLS-CNT-LABEL
           MOVE WS-DEPTS-OUT TO CLS-CNT-VALUE
           WRITE ALC-RPT-RECORD FROM CLS-COUNT-LINE

           IF NOT WS-PBAL-ERROR
               PERFORM 8200-WRITE-PERIOD-TOTAL
           END-IF

           MOVE WS-PERIOD TO CLS-RES-PERIOD
           IF WS-PBAL-ERROR
               MOVE " NOT CLOSED - ALCPBAL COULD NOT BE WRITTEN"
                   TO CLS-RES-TEXT
           ELSE
               MOVE " CLOSED" TO CLS-RES-TEXT
           END-IF
           WRITE ALC-RPT-RECORD FROM CLS-BLANK-LINE
           WRITE ALC-RPT-RECORD FROM CLS-RESULT-LINE

           CLOSE ALC-PBAL-FILE
           CLOSE ALC-RPT-FILE

           EVALUATE TRUE
               WHEN WS-PBAL-ERROR
                   DISPLAY "ALCCLOSE: PERIOD " WS-PERIOD
                       " NOT CLOSED - ALCPBAL COULD NOT BE WRITTEN"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DEPTS-OUT > ZERO
                   DISPLAY "ALCCLOSE: PERIOD " WS-PERIOD " CLOSED - "
                       WS-DEPTS-OUT " DEPARTMENT(S) OUT OF BALANCE "
                       "WITH GL"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ALCCLOSE: PERIOD " WS-PERIOD " CLOSED - "
                       WS-DPT-COUNT-USED " DEPARTMENT(S) IN BALANCE "
                       "WITH GL"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 8300-RECORD-LEDGER-END.

       8100-CLOSE-DEPARTMENT.
      *>   Work out the department's closing balance and GL
      *>   difference, print its subledger line and write its
      *>   ALCPBAL row. A row left by an earlier attempt that
      *>   never reached its "*TOT" row is replaced.
           COMPUTE WS-CLOSING = WS-DPT-OPENING (WS-DPT-IDX)
               + WS-DPT-NEW (WS-DPT-IDX)
               + WS-DPT-CORRECTIONS (WS-DPT-IDX)
               - WS-DPT-REVERSALS (WS-DPT-IDX)
           COMPUTE WS-DIFFERENCE = WS-DPT-NEW (WS-DPT-IDX)
               - WS-DPT-GL-JOURNAL (WS-DPT-IDX)

           IF WS-DPT-CODE (WS-DPT-IDX) = SPACES
               MOVE "(NONE)" TO CLS-SUB-DEPT
           ELSE
               MOVE WS-DPT-CODE (WS-DPT-IDX) TO CLS-SUB-DEPT
           END-IF
           MOVE WS-DPT-OPENING (WS-DPT-IDX) TO CLS-SUB-OPENING
           MOVE WS-DPT-NEW (WS-DPT-IDX) TO CLS-SUB-NEW
           MOVE WS-DPT-CORRECTIONS (WS-DPT-IDX) TO CLS-SUB-CORRECTIONS
           MOVE WS-DPT-REVERSALS (WS-DPT-IDX) TO CLS-SUB-REVERSALS
           MOVE WS-CLOSING TO CLS-SUB-CLOSING
           MOVE WS-DPT-RELEASED (WS-DPT-IDX) TO CLS-SUB-RELEASED
           MOVE WS-DPT-PENDING (WS-DPT-IDX) TO CLS-SUB-PENDING
           MOVE WS-DPT-LATE-COUNT (WS-DPT-IDX) TO CLS-SUB-LATE
           WRITE ALC-RPT-RECORD FROM CLS-SUB-DETAIL-LINE

           ADD WS-DPT-OPENING (WS-DPT-IDX) TO WS-TOT-OPENING
           ADD WS-DPT-NEW (WS-DPT-IDX) TO WS-TOT-NEW
           ADD WS-DPT-CORRECTIONS (WS-DPT-IDX) TO WS-TOT-CORRECTIONS
           ADD WS-DPT-REVERSALS (WS-DPT-IDX) TO WS-TOT-REVERSALS
           ADD WS-CLOSING TO WS-TOT-CLOSING
           ADD WS-DPT-RELEASED (WS-DPT-IDX) TO WS-TOT-RELEASED
           ADD WS-DPT-PENDING (WS-DPT-IDX) TO WS-TOT-PENDING
           ADD WS-DPT-GL-JOURNAL (WS-DPT-IDX) TO WS-TOT-GL-JOURNAL
           ADD WS-DIFFERENCE TO WS-TOT-DIFFERENCE

           MOVE SPACES TO ALC-PERIOD-BALANCE-RECORD
           MOVE WS-PERIOD TO ALCB-PERIOD
           MOVE WS-DPT-CODE (WS-DPT-IDX) TO ALCB-DEPT-CODE
           MOVE WS-DPT-OPENING (WS-DPT-IDX) TO ALCB-OPENING
           MOVE WS-DPT-NEW (WS-DPT-IDX) TO ALCB-NEW
           MOVE WS-DPT-CORRECTIONS (WS-DPT-IDX) TO ALCB-CORRECTIONS
           MOVE WS-DPT-REVERSALS (WS-DPT-IDX) TO ALCB-REVERSALS
           MOVE WS-CLOSING TO ALCB-CLOSING
           MOVE WS-DPT-RELEASED (WS-DPT-IDX) TO ALCB-RELEASED
           MOVE WS-DPT-PENDING (WS-DPT-IDX) TO ALCB-PENDING
           MOVE WS-DPT-GL-JOURNAL (WS-DPT-IDX) TO ALCB-GL-JOURNAL
           MOVE WS-DIFFERENCE TO ALCB-GL-DIFFERENCE
           IF WS-DIFFERENCE = ZERO
               SET ALCB-IN-BALANCE TO TRUE
           ELSE
               SET ALCB-OUT-OF-BALANCE TO TRUE
               ADD 1 TO WS-DEPTS-OUT
           END-IF
           MOVE WS-DPT-LATE-COUNT (WS-DPT-IDX) TO ALCB-LATE-COUNT
           MOVE ALCP-RUN-DATE TO ALCB-CLOSE-BUS-DATE
           MOVE WS-CLOSE-TIMESTAMP TO ALCB-CLOSE-TIMESTAMP
           MOVE ZERO TO ALCB-DEPTS-OUT
           PERFORM 8250-PUT-PERIOD-BALANCE.

       8150-WRITE-TIE-OUT-LINE.
           IF WS-DPT-CODE (WS-DPT-IDX) = SPACES
               MOVE "(NONE)" TO CLS-GL-DEPT
           ELSE
               MOVE WS-DPT-CODE (WS-DPT-IDX) TO CLS-GL-DEPT
           END-IF
           COMPUTE WS-DIFFERENCE = WS-DPT-NEW (WS-DPT-IDX)
               - WS-DPT-GL-JOURNAL (WS-DPT-IDX)
           MOVE WS-DPT-NEW (WS-DPT-IDX) TO CLS-GL-NEW
           MOVE WS-DPT-GL-JOURNAL (WS-DPT-IDX) TO CLS-GL-JOURNAL
           MOVE WS-DIFFERENCE TO CLS-GL-DIFFERENCE
           IF WS-DIFFERENCE = ZERO
               MOVE "IN BALANCE" TO CLS-GL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO CLS-GL-STATUS
           END-IF
           WRITE ALC-RPT-RECORD FROM CLS-GL-DETAIL-LINE.

       8200-WRITE-PERIOD-TOTAL.
      *>   Written last: its presence is what marks the period
      *>   closed, so an attempt that dies before here leaves the
      *>   period open for a rerun.
           MOVE SPACES TO ALC-PERIOD-BALANCE-RECORD
           MOVE WS-PERIOD TO ALCB-PERIOD
           SET ALCB-PERIOD-TOTAL TO TRUE
           MOVE WS-TOT-OPENING TO ALCB-OPENING
           MOVE WS-TOT-NEW TO ALCB-NEW
           MOVE WS-TOT-CORRECTIONS TO ALCB-CORRECTIONS
           MOVE WS-TOT-REVERSALS TO ALCB-REVERSALS
           MOVE WS-TOT-CLOSING TO ALCB-CLOSING
           MOVE WS-TOT-RELEASED TO ALCB-RELEASED
           MOVE WS-TOT-PENDING TO ALCB-PENDING
           MOVE WS-TOT-GL-JOURNAL TO ALCB-GL-JOURNAL
           MOVE WS-TOT-DIFFERENCE TO ALCB-GL-DIFFERENCE
           IF WS-DEPTS-OUT = ZERO
               SET ALCB-IN-BALANCE TO TRUE
           ELSE
               SET ALCB-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-SAC-LATE TO ALCB-LATE-COUNT
           MOVE ALCP-RUN-DATE TO ALCB-CLOSE-BUS-DATE
           MOVE WS-CLOSE-TIMESTAMP TO ALCB-CLOSE-TIMESTAMP
           MOVE WS-DEPTS-OUT TO ALCB-DEPTS-OUT
           PERFORM 8250-PUT-PERIOD-BALANCE.

       8250-PUT-PERIOD-BALANCE.
           WRITE ALC-PERIOD-BALANCE-RECORD
               INVALID KEY
                   REWRITE ALC-PERIOD-BALANCE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF NOT WS-PBAL-OK
               DISPLAY "ALCCLOSE: ERROR WRITING ALCPBAL - STATUS "
                   WS-PBAL-STATUS " KEY " ALCB-KEY
               SET WS-PBAL-ERROR TO TRUE
           END-IF.

       8300-RECORD-LEDGER-END.
      *>   The ledger CALL would reset RETURN-CODE, so the step's
      *>   code travels in the parameter block and is put back.
           SET LK-RLG-END TO TRUE
           MOVE RETURN-CODE TO LK-RLG-STEP-RC
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           MOVE LK-RLG-STEP-RC TO RETURN-CODE.
