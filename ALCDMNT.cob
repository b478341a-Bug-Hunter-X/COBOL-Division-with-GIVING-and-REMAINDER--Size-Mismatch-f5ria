      *>-----------------------------------------------------------
      *> ALCDMNT - online department master maintenance screen.
      *>
      *> Sibling of the ALCSMNT installment screen. The ALCDEPT
      *> department master decides whether a department's requests
      *> may divide at all (open, frozen or closed) and caps what a
      *> department may be allocated in one business month. From
      *> here the allocation desk can:
      *>   A  add a department - code, description, status and
      *>      monthly ceiling (zero for no ceiling); it starts with
      *>      nothing allocated month-to-date
      *>   C  change a department's status, description or ceiling
      *>   D  display one department, with its month-to-date
      *>   L  list every department
      *>
      *> A department is never deleted - rows on ALCERR, ALCMSTR
      *> and the history still name it - it is closed instead. The
      *> month-to-date is posted by the batch only and cannot be
      *> keyed here. ALCDEPT is a KSDS and each change is rewritten
      *> the moment it is keyed, stamped with the operator and the
      *> time, so there is no pending state to abandon. Freezing a
      *> department takes effect on the next ALCBATCH run; opening
      *> it again lets the next ALCRSUB sweep release what was held.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-DEPT-FILE ASSIGN TO "ALCDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCD-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-DEPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY ALCDPT.

       WORKING-STORAGE SECTION.
       01  WS-DEPT-STATUS              PIC X(2).
           88  WS-DEPT-OK                    VALUE "00".

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-CONTINUE-SWITCH          PIC X(1) VALUE "Y".
           88  WS-CONTINUE                   VALUE "Y".
       01  WS-ACTION                   PIC X(1).
           88  WS-ACTION-ADD                 VALUE "A".
           88  WS-ACTION-CHANGE              VALUE "C".
           88  WS-ACTION-DISPLAY             VALUE "D".
           88  WS-ACTION-LIST                VALUE "L".
           88  WS-ACTION-QUIT                VALUE "Q".

      *>   Entry fields behind the maintenance screen.
       01  WS-ENT-DEPT-CODE            PIC X(4).
       01  WS-ENT-STATUS               PIC X(1).
           88  WS-ENT-STATUS-VALID           VALUE "O" "F" "C".
       01  WS-ENT-DESCRIPTION          PIC X(30).
       01  WS-ENT-CEILING              PIC 9(9)V99.

       01  WS-FOUND-SWITCH             PIC X(1).
           88  WS-FOUND                      VALUE "Y".
       01  WS-ENTRY-OK-SWITCH          PIC X(1).
           88  WS-ENTRY-OK                   VALUE "Y".
       01  WS-LIST-DONE-SWITCH         PIC X(1).
           88  WS-LIST-DONE                  VALUE "Y".

       01  WS-LIST-COUNT               PIC 9(4).
       01  WS-STATE-TEXT               PIC X(6).
       01  WS-DSP-CEILING              PIC Z(8)9.99.
       01  WS-DSP-MTD                  PIC Z(10)9.99.

       SCREEN SECTION.
       01  SCR-DEPARTMENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1
               VALUE "ALCDMNT - DEPARTMENT MASTER MAINTENANCE".
           05  LINE 3  COL 1  VALUE "DEPARTMENT CODE . :".
           05  LINE 3  COL 22 PIC X(4) USING WS-ENT-DEPT-CODE.

       01  SCR-DETAIL-SCREEN.
           05  LINE 5  COL 1  VALUE "DESCRIPTION . . . :".
           05  LINE 5  COL 22 PIC X(30) USING WS-ENT-DESCRIPTION.
           05  LINE 6  COL 1  VALUE "STATUS (O/F/C). . :".
           05  LINE 6  COL 22 PIC X(1) USING WS-ENT-STATUS.
           05  LINE 7  COL 1  VALUE "MONTHLY CEILING . :".
           05  LINE 7  COL 22 PIC 9(9)V99 USING WS-ENT-CEILING.
           05  LINE 8  COL 1
               VALUE "(CEILING ZERO = NO CEILING)".

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ALCDMNT: OPERATOR ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ALC-DEPT-FILE
           IF NOT WS-DEPT-OK
               DISPLAY "ALCDMNT: UNABLE TO OPEN ALCDEPT - STATUS "
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-ONE-ACTION UNTIL NOT WS-CONTINUE

           CLOSE ALC-DEPT-FILE
           GOBACK.

       2000-ONE-ACTION.
           DISPLAY "ACTION (A=ADD C=CHANGE D=DISPLAY L=LIST "
               "Q=QUIT): " WITH NO ADVANCING
           ACCEPT WS-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 4000-ADD-DEPARTMENT
               WHEN WS-ACTION-CHANGE
                   PERFORM 4100-CHANGE-DEPARTMENT
               WHEN WS-ACTION-DISPLAY
                   PERFORM 2100-ACCEPT-DEPARTMENT
               WHEN WS-ACTION-LIST
                   PERFORM 3000-LIST-DEPARTMENTS
               WHEN WS-ACTION-QUIT
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "ALCDMNT: UNKNOWN ACTION " WS-ACTION
           END-EVALUATE.

       2100-ACCEPT-DEPARTMENT.
           MOVE SPACES TO WS-ENT-DEPT-CODE
           DISPLAY SCR-DEPARTMENT-SCREEN
           ACCEPT SCR-DEPARTMENT-SCREEN
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-ENT-DEPT-CODE TO ALCD-DEPT-CODE
           READ ALC-DEPT-FILE
               INVALID KEY
                   IF NOT WS-ACTION-ADD
                       DISPLAY "ALCDMNT: DEPARTMENT "
                           WS-ENT-DEPT-CODE " NOT ON ALCDEPT"
                   END-IF
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
                   PERFORM 3200-SHOW-ROW
           END-READ.

       3000-LIST-DEPARTMENTS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-DONE-SWITCH
           MOVE LOW-VALUES TO ALCD-DEPT-CODE
           START ALC-DEPT-FILE KEY >= ALCD-DEPT-CODE
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM 3100-LIST-NEXT-ROW UNTIL WS-LIST-DONE
           IF WS-LIST-COUNT = ZERO
               DISPLAY "ALCDMNT: NO DEPARTMENTS ON ALCDEPT"
           ELSE
               DISPLAY "ALCDMNT: " WS-LIST-COUNT " DEPARTMENT(S)"
           END-IF.

       3100-LIST-NEXT-ROW.
           READ ALC-DEPT-FILE NEXT RECORD
               AT END
                   SET WS-LIST-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 3200-SHOW-ROW
           END-READ.

       3200-SHOW-ROW.
           EVALUATE TRUE
               WHEN ALCD-OPEN
                   MOVE "OPEN" TO WS-STATE-TEXT
               WHEN ALCD-FROZEN
                   MOVE "FROZEN" TO WS-STATE-TEXT
               WHEN ALCD-CLOSED
                   MOVE "CLOSED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE ALCD-STATUS TO WS-STATE-TEXT
           END-EVALUATE
           MOVE ALCD-MONTHLY-CEILING TO WS-DSP-CEILING
           MOVE ALCD-MTD-DIVIDEND TO WS-DSP-MTD
           DISPLAY "  DEPT " ALCD-DEPT-CODE " " WS-STATE-TEXT
               " " ALCD-DESCRIPTION
           DISPLAY "       CEILING=" WS-DSP-CEILING
               " MTD " ALCD-MTD-MONTH "=" WS-DSP-MTD
               " LAST CHANGED BY " ALCD-MAINT-OPERATOR.

       4000-ADD-DEPARTMENT.
           PERFORM 2100-ACCEPT-DEPARTMENT
           IF WS-FOUND
               DISPLAY "ALCDMNT: DEPARTMENT ALREADY ON ALCDEPT - "
                   "USE C TO CHANGE IT"
           ELSE
               IF WS-ENT-DEPT-CODE = SPACES
                   DISPLAY "ALCDMNT: DEPARTMENT CODE REQUIRED"
               ELSE
                   MOVE SPACES TO WS-ENT-DESCRIPTION
                   MOVE "O" TO WS-ENT-STATUS
                   MOVE ZERO TO WS-ENT-CEILING
                   PERFORM 4500-ACCEPT-DETAIL
                   IF WS-ENTRY-OK
                       MOVE SPACES TO ALC-DEPT-RECORD
                       MOVE WS-ENT-DEPT-CODE TO ALCD-DEPT-CODE
                       MOVE ZERO TO ALCD-MTD-MONTH
                       MOVE ZERO TO ALCD-MTD-DIVIDEND
                       MOVE ZERO TO ALCD-SPLIT-POSTED-DATE
                       PERFORM 4600-MOVE-DETAIL
                       WRITE ALC-DEPT-RECORD
                       IF NOT WS-DEPT-OK
                           DISPLAY "ALCDMNT: ERROR WRITING ALCDEPT "
                               "RECORD - STATUS " WS-DEPT-STATUS
                               " - NOT ADDED"
                       ELSE
                           DISPLAY "ALCDMNT: ADDED -"
                           PERFORM 3200-SHOW-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4100-CHANGE-DEPARTMENT.
           PERFORM 2100-ACCEPT-DEPARTMENT
           IF WS-FOUND
               MOVE ALCD-DESCRIPTION TO WS-ENT-DESCRIPTION
               MOVE ALCD-STATUS TO WS-ENT-STATUS
               MOVE ALCD-MONTHLY-CEILING TO WS-ENT-CEILING
               PERFORM 4500-ACCEPT-DETAIL
               IF WS-ENTRY-OK
                   IF WS-ENT-DESCRIPTION = ALCD-DESCRIPTION
                           AND WS-ENT-STATUS = ALCD-STATUS
                           AND WS-ENT-CEILING = ALCD-MONTHLY-CEILING
                       DISPLAY "ALCDMNT: NOTHING CHANGED"
                   ELSE
                       PERFORM 4200-REWRITE-DEPARTMENT
                   END-IF
               END-IF
           END-IF.

       4200-REWRITE-DEPARTMENT.
      *>   The row on screen may be minutes old - ALCBATCH, ALCRSUB
      *>   and ALCMERGE post the month-to-date and the split-night
      *>   marker while the operator types. Read it again and lay
      *>   only the maintained fields over the current copy, so
      *>   their postings are never written back stale.
           MOVE WS-ENT-DEPT-CODE TO ALCD-DEPT-CODE
           READ ALC-DEPT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-DEPT-OK
               DISPLAY "ALCDMNT: UNABLE TO RE-READ DEPARTMENT "
                   WS-ENT-DEPT-CODE " - STATUS " WS-DEPT-STATUS
                   " - NOT CHANGED"
           ELSE
               PERFORM 4600-MOVE-DETAIL
               REWRITE ALC-DEPT-RECORD
               IF NOT WS-DEPT-OK
                   DISPLAY "ALCDMNT: ERROR REWRITING ALCDEPT "
                       "RECORD - STATUS " WS-DEPT-STATUS
                       " - NOT CHANGED"
               ELSE
                   DISPLAY "ALCDMNT: CHANGED -"
                   PERFORM 3200-SHOW-ROW
               END-IF
           END-IF.

       4500-ACCEPT-DETAIL.
      *>   A ceiling below what the department has already been
      *>   allocated this month is allowed - it simply stops any
      *>   more - but the operator is warned.
           DISPLAY SCR-DETAIL-SCREEN
           ACCEPT SCR-DETAIL-SCREEN
           MOVE "Y" TO WS-ENTRY-OK-SWITCH
           IF NOT WS-ENT-STATUS-VALID
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               DISPLAY "ALCDMNT: STATUS MUST BE O (OPEN), F (FROZEN) "
                   "OR C (CLOSED)"
           END-IF
           IF WS-ENT-DESCRIPTION = SPACES
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               DISPLAY "ALCDMNT: DESCRIPTION REQUIRED"
           END-IF
           IF WS-ENT-CEILING NOT NUMERIC
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               DISPLAY "ALCDMNT: CEILING MUST BE NUMERIC"
           END-IF
           IF WS-ENTRY-OK AND WS-FOUND
                   AND WS-ENT-CEILING > ZERO
                   AND WS-ENT-CEILING < ALCD-MTD-DIVIDEND
               DISPLAY "ALCDMNT: WARNING - CEILING IS BELOW THE "
                   "MONTH-TO-DATE ALREADY ALLOCATED"
           END-IF.

       4600-MOVE-DETAIL.
           MOVE WS-ENT-DESCRIPTION TO ALCD-DESCRIPTION
           MOVE WS-ENT-STATUS TO ALCD-STATUS
           MOVE WS-ENT-CEILING TO ALCD-MONTHLY-CEILING
           MOVE WS-OPERATOR-ID TO ALCD-MAINT-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO ALCD-MAINT-TIMESTAMP.
