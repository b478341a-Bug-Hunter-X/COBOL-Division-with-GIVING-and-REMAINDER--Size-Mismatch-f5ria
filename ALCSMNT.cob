      *>-----------------------------------------------------------
      *> ALCSMNT - online installment-schedule maintenance screen.
      *>
      *> Sibling of the ALCWMNT weight-profile screen. Once the
      *> nightly run lays a distribute-mode split down on ALCSCHD
      *> the installments used to be fixed: a store asking to defer
      *> a month, or a split being backed out, still saw every
      *> bucket released on schedule. From here the allocation desk
      *> can, for one key-ID and bucket:
      *>   H  put a pending installment on hold - ALCSREL skips it
      *>      until the hold is lifted
      *>   U  lift the hold, returning the row to pending (a due
      *>      date already passed releases on the next sweep)
      *>   M  move the due date of a pending or held installment
      *>      (a date keyed on a weekend or a closed day on the
      *>      department's ALCCAL calendar is moved on to the next
      *>      business day, and the operator is told so)
      *>   C  cancel a pending or held installment for good
      *>   L  list every installment of a key with its state
      *>
      *> Released and cancelled rows are final and cannot be
      *> changed. Unlike ALCWMNT, which rewrites a flat file at
      *> save, ALCSCHD is a KSDS and each change is rewritten the
      *> moment it is keyed - with its ALCSAUD audit row (operator,
      *> status and due date before and after) written alongside,
      *> so there is no pending state to abandon. If ALCSAUD cannot
      *> be opened the screen refuses to start: no change is ever
      *> made unaudited.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCSMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-SCHD-FILE ASSIGN TO "ALCSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT ALC-SAUD-FILE ASSIGN TO "ALCSAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-SCHD-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY ALCSCD.

       FD  ALC-SAUD-FILE
           RECORD CONTAINS 74 CHARACTERS.
       COPY ALCSAUD.

       WORKING-STORAGE SECTION.
       01  WS-SCHD-STATUS              PIC X(2).
           88  WS-SCHD-OK                    VALUE "00".
       01  WS-SAUD-STATUS              PIC X(2).
           88  WS-SAUD-OK                    VALUE "00".

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(26).
       01  WS-TODAY                    PIC 9(8).

       01  WS-CONTINUE-SWITCH          PIC X(1) VALUE "Y".
           88  WS-CONTINUE                   VALUE "Y".
       01  WS-ACTION                   PIC X(1).
           88  WS-ACTION-LIST                VALUE "L".
           88  WS-ACTION-HOLD                VALUE "H".
           88  WS-ACTION-UNHOLD              VALUE "U".
           88  WS-ACTION-MOVE                VALUE "M".
           88  WS-ACTION-CANCEL              VALUE "C".
           88  WS-ACTION-QUIT                VALUE "Q".
       01  WS-CONFIRM                  PIC X(1).
           88  WS-CONFIRMED                  VALUE "Y".

      *>   Entry fields behind the maintenance screen.
       01  WS-ENT-KEY-ID               PIC 9(9).
       01  WS-ENT-BUCKET-NO            PIC 9(3).
       01  WS-ENT-NEW-DUE-DATE         PIC 9(8).
       01  WS-ENT-DUE-PARTS REDEFINES WS-ENT-NEW-DUE-DATE.
           05  WS-ENT-DUE-YYYY         PIC 9(4).
           05  WS-ENT-DUE-MM           PIC 9(2).
           05  WS-ENT-DUE-DD           PIC 9(2).

       01  WS-FOUND-SWITCH             PIC X(1).
           88  WS-FOUND                      VALUE "Y".
       01  WS-ENTRY-OK-SWITCH          PIC X(1).
           88  WS-ENTRY-OK                   VALUE "Y".
       01  WS-LIST-DONE-SWITCH         PIC X(1).
           88  WS-LIST-DONE                  VALUE "Y".

      *>   The row as it stood before the change, for the audit.
       01  WS-OLD-STATUS               PIC X(1).
       01  WS-OLD-DUE-DATE             PIC 9(8).

       01  WS-LIST-COUNT               PIC 9(3).
       01  WS-STATE-TEXT               PIC X(9).
       01  WS-DSP-AMOUNT               PIC Z(6)9.99.

       COPY ALCCALL.

       SCREEN SECTION.
       01  SCR-INSTALLMENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1
               VALUE "ALCSMNT - INSTALLMENT SCHEDULE MAINTENANCE".
           05  LINE 3  COL 1  VALUE "KEY ID. . . . . . :".
           05  LINE 3  COL 22 PIC 9(9) USING WS-ENT-KEY-ID.
           05  LINE 4  COL 1  VALUE "BUCKET NUMBER . . :".
           05  LINE 4  COL 22 PIC 9(3) USING WS-ENT-BUCKET-NO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ALCSMNT: OPERATOR ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ALC-SCHD-FILE
           IF NOT WS-SCHD-OK
               DISPLAY "ALCSMNT: UNABLE TO OPEN ALCSCHD - STATUS "
                   WS-SCHD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND ALC-SAUD-FILE
           IF NOT WS-SAUD-OK
               DISPLAY "ALCSMNT: UNABLE TO OPEN ALCSAUD - STATUS "
                   WS-SAUD-STATUS " - NO CHANGES ALLOWED UNAUDITED"
               CLOSE ALC-SCHD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-ONE-ACTION UNTIL NOT WS-CONTINUE

           CLOSE ALC-SCHD-FILE
           CLOSE ALC-SAUD-FILE
           GOBACK.

       2000-ONE-ACTION.
           DISPLAY "ACTION (L=LIST H=HOLD U=UNHOLD M=MOVE DUE DATE "
               "C=CANCEL Q=QUIT): " WITH NO ADVANCING
           ACCEPT WS-ACTION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-TODAY
           EVALUATE TRUE
               WHEN WS-ACTION-LIST
                   PERFORM 3000-LIST-KEY
               WHEN WS-ACTION-HOLD
                   PERFORM 4000-HOLD-INSTALLMENT
               WHEN WS-ACTION-UNHOLD
                   PERFORM 4100-UNHOLD-INSTALLMENT
               WHEN WS-ACTION-MOVE
                   PERFORM 4200-MOVE-DUE-DATE
               WHEN WS-ACTION-CANCEL
                   PERFORM 4300-CANCEL-INSTALLMENT
               WHEN WS-ACTION-QUIT
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "ALCSMNT: UNKNOWN ACTION " WS-ACTION
           END-EVALUATE.

       2100-ACCEPT-INSTALLMENT.
           MOVE ZERO TO WS-ENT-KEY-ID
           MOVE ZERO TO WS-ENT-BUCKET-NO
           DISPLAY SCR-INSTALLMENT-SCREEN
           ACCEPT SCR-INSTALLMENT-SCREEN
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-ENT-KEY-ID TO ALCS-KEY-ID
           MOVE WS-ENT-BUCKET-NO TO ALCS-BUCKET-NO
           READ ALC-SCHD-FILE
               INVALID KEY
                   DISPLAY "ALCSMNT: NO INSTALLMENT FOR KEY "
                       WS-ENT-KEY-ID " BUCKET " WS-ENT-BUCKET-NO
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
                   MOVE ALCS-STATUS TO WS-OLD-STATUS
                   MOVE ALCS-DUE-DATE TO WS-OLD-DUE-DATE
                   PERFORM 3200-SHOW-ROW
           END-READ.

       3000-LIST-KEY.
           MOVE ZERO TO WS-ENT-KEY-ID
           DISPLAY "KEY ID: " WITH NO ADVANCING
           ACCEPT WS-ENT-KEY-ID
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-DONE-SWITCH
      *>   Bucket zero sorts ahead of every real bucket, so the
      *>   START lands on the key's first installment.
           MOVE WS-ENT-KEY-ID TO ALCS-KEY-ID
           MOVE ZERO TO ALCS-BUCKET-NO
           START ALC-SCHD-FILE KEY >= ALCS-KEY
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM 3100-LIST-NEXT-ROW UNTIL WS-LIST-DONE
           IF WS-LIST-COUNT = ZERO
               DISPLAY "ALCSMNT: NO INSTALLMENTS FOR KEY "
                   WS-ENT-KEY-ID
           ELSE
               DISPLAY "ALCSMNT: " WS-LIST-COUNT " INSTALLMENT(S)"
           END-IF.

       3100-LIST-NEXT-ROW.
           READ ALC-SCHD-FILE NEXT RECORD
               AT END
                   SET WS-LIST-DONE TO TRUE
               NOT AT END
                   IF ALCS-KEY-ID = WS-ENT-KEY-ID
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 3200-SHOW-ROW
                   ELSE
                       SET WS-LIST-DONE TO TRUE
                   END-IF
           END-READ.

       3200-SHOW-ROW.
           EVALUATE TRUE
               WHEN ALCS-PENDING
                   MOVE "PENDING" TO WS-STATE-TEXT
               WHEN ALCS-RELEASED
                   MOVE "RELEASED" TO WS-STATE-TEXT
               WHEN ALCS-HELD
                   MOVE "ON HOLD" TO WS-STATE-TEXT
               WHEN ALCS-CANCELLED
                   MOVE "CANCELLED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE ALCS-STATUS TO WS-STATE-TEXT
           END-EVALUATE
           MOVE ALCS-AMOUNT TO WS-DSP-AMOUNT
           IF ALCS-RELEASED OR ALCS-CANCELLED
               DISPLAY "  BUCKET " ALCS-BUCKET-NO
                   " DUE " ALCS-DUE-DATE
                   " AMT=" WS-DSP-AMOUNT
                   " DEPT=" ALCS-DEPT-CODE
                   " STORE=" ALCS-STORE-ID
                   " " WS-STATE-TEXT " " ALCS-RELEASE-DATE
           ELSE
               DISPLAY "  BUCKET " ALCS-BUCKET-NO
                   " DUE " ALCS-DUE-DATE
                   " AMT=" WS-DSP-AMOUNT
                   " DEPT=" ALCS-DEPT-CODE
                   " STORE=" ALCS-STORE-ID
                   " " WS-STATE-TEXT
           END-IF.

       4000-HOLD-INSTALLMENT.
           PERFORM 2100-ACCEPT-INSTALLMENT
           IF WS-FOUND
               IF ALCS-PENDING
                   SET ALCS-HELD TO TRUE
                   MOVE "H" TO ALCSA-ACTION
                   PERFORM 5000-APPLY-CHANGE
               ELSE
                   DISPLAY "ALCSMNT: ONLY A PENDING INSTALLMENT "
                       "CAN BE HELD"
               END-IF
           END-IF.

       4100-UNHOLD-INSTALLMENT.
           PERFORM 2100-ACCEPT-INSTALLMENT
           IF WS-FOUND
               IF ALCS-HELD
                   SET ALCS-PENDING TO TRUE
                   MOVE "U" TO ALCSA-ACTION
                   PERFORM 5000-APPLY-CHANGE
               ELSE
                   DISPLAY "ALCSMNT: INSTALLMENT IS NOT ON HOLD"
               END-IF
           END-IF.

       4200-MOVE-DUE-DATE.
           PERFORM 2100-ACCEPT-INSTALLMENT
           IF WS-FOUND
               IF ALCS-PENDING OR ALCS-HELD
                   MOVE ZERO TO WS-ENT-NEW-DUE-DATE
                   DISPLAY "NEW DUE DATE (YYYYMMDD): "
                       WITH NO ADVANCING
                   ACCEPT WS-ENT-NEW-DUE-DATE
                   PERFORM 4250-EDIT-NEW-DUE-DATE
                   IF WS-ENTRY-OK
                       MOVE WS-ENT-NEW-DUE-DATE TO ALCS-DUE-DATE
                       MOVE "M" TO ALCSA-ACTION
                       PERFORM 5000-APPLY-CHANGE
                   END-IF
               ELSE
                   DISPLAY "ALCSMNT: A RELEASED OR CANCELLED "
                       "INSTALLMENT CANNOT BE RESCHEDULED"
               END-IF
           END-IF.

       4250-EDIT-NEW-DUE-DATE.
      *>   A real calendar date, rolled on to a business day, not
      *>   in the past (a past date would simply release on the
      *>   next sweep - that is what lifting a hold is for), and an
      *>   actual change.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH
           IF WS-ENT-NEW-DUE-DATE NOT NUMERIC
                   OR WS-ENT-DUE-MM < 1 OR WS-ENT-DUE-MM > 12
                   OR WS-ENT-DUE-DD < 1 OR WS-ENT-DUE-DD > 31
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               DISPLAY "ALCSMNT: DUE DATE MUST BE A VALID YYYYMMDD"
           ELSE
               IF FUNCTION INTEGER-OF-DATE (WS-ENT-NEW-DUE-DATE)
                       = ZERO
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
                   DISPLAY "ALCSMNT: DUE DATE MUST BE A VALID "
                       "YYYYMMDD"
               END-IF
           END-IF
           IF WS-ENTRY-OK
               SET LK-CAL-ROLL-FORWARD TO TRUE
               MOVE ALCS-DEPT-CODE TO LK-CAL-ID
               MOVE WS-ENT-NEW-DUE-DATE TO LK-CAL-DATE
               CALL "ALCCAL01" USING LK-ALCCAL-PARMS
               IF LK-CAL-RESULT-DATE NOT = WS-ENT-NEW-DUE-DATE
                   DISPLAY "ALCSMNT: " WS-ENT-NEW-DUE-DATE
                       " IS NOT A BUSINESS DAY ON CALENDAR "
                       LK-CAL-USED " - DUE DATE SET TO "
                       LK-CAL-RESULT-DATE
                   MOVE LK-CAL-RESULT-DATE TO WS-ENT-NEW-DUE-DATE
               END-IF
               IF WS-ENT-NEW-DUE-DATE < WS-TODAY
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
                   DISPLAY "ALCSMNT: DUE DATE IS IN THE PAST"
               END-IF
               IF WS-ENT-NEW-DUE-DATE = WS-OLD-DUE-DATE
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
                   DISPLAY "ALCSMNT: DUE DATE UNCHANGED"
               END-IF
           END-IF.

       4300-CANCEL-INSTALLMENT.
           PERFORM 2100-ACCEPT-INSTALLMENT
           IF WS-FOUND
               IF ALCS-PENDING OR ALCS-HELD
                   MOVE "N" TO WS-CONFIRM
                   DISPLAY "CANCEL THIS INSTALLMENT - CANNOT BE "
                       "UNDONE (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       SET ALCS-CANCELLED TO TRUE
                       MOVE WS-TODAY TO ALCS-RELEASE-DATE
                       MOVE "C" TO ALCSA-ACTION
                       PERFORM 5000-APPLY-CHANGE
                   ELSE
                       DISPLAY "ALCSMNT: NOT CANCELLED"
                   END-IF
               ELSE
                   DISPLAY "ALCSMNT: A RELEASED OR CANCELLED "
                       "INSTALLMENT CANNOT BE CANCELLED"
               END-IF
           END-IF.

       5000-APPLY-CHANGE.
      *>   The row is rewritten first and audited only once the
      *>   rewrite has taken - a failed REWRITE changed nothing and
      *>   so leaves nothing to audit.
           REWRITE ALC-SCHED-RECORD
           IF NOT WS-SCHD-OK
               DISPLAY "ALCSMNT: ERROR REWRITING ALCSCHD RECORD - "
                   "STATUS " WS-SCHD-STATUS " - NOT CHANGED"
           ELSE
               PERFORM 6000-WRITE-AUDIT
               DISPLAY "ALCSMNT: CHANGED -"
               PERFORM 3200-SHOW-ROW
           END-IF.

       6000-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO ALCSA-TIMESTAMP
           MOVE WS-OPERATOR-ID TO ALCSA-OPERATOR
           MOVE ALCS-KEY-ID TO ALCSA-KEY-ID
           MOVE ALCS-BUCKET-NO TO ALCSA-BUCKET-NO
           MOVE ALCS-AMOUNT TO ALCSA-AMOUNT
           MOVE WS-OLD-STATUS TO ALCSA-OLD-STATUS
           MOVE ALCS-STATUS TO ALCSA-NEW-STATUS
           MOVE WS-OLD-DUE-DATE TO ALCSA-OLD-DUE-DATE
           MOVE ALCS-DUE-DATE TO ALCSA-NEW-DUE-DATE
           WRITE ALC-SCHED-AUDIT-RECORD
           IF NOT WS-SAUD-OK
               DISPLAY "ALCSMNT: ERROR WRITING ALCSAUD RECORD - "
                   "STATUS " WS-SAUD-STATUS
           END-IF.
