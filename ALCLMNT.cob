      *>-----------------------------------------------------------
      *> ALCLMNT - online store-location directory maintenance.
      *>
      *> Sibling of the ALCDMNT department screen. The warehouse
      *> used to keep its own spreadsheet of which store each
      *> bucket of each profile ships to, and when it drifted goods
      *> went to the wrong door. The ALCLOC directory replaces it,
      *> and from here the allocation desk can, for one profile and
      *> bucket:
      *>   A  add the store/location ID and ship-to name
      *>   C  change either of them
      *>   R  remove the entry - the batch then rejects any split
      *>      that still needs that bucket
      *>   L  list every bucket of a profile with its store
      *>
      *> A change takes effect for the next split laid down; an
      *> installment already on ALCSCHD keeps the store it was
      *> scheduled with. ALCLOC is a KSDS and each change is
      *> written the moment it is keyed, stamped with the operator
      *> and the time, so there is no pending state to abandon.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCLMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-LOC-FILE ASSIGN TO "ALCLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCL-KEY
               FILE STATUS IS WS-LOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-LOC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCLOC.

       WORKING-STORAGE SECTION.
       01  WS-LOC-STATUS               PIC X(2).
           88  WS-LOC-OK                     VALUE "00".

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-CONTINUE-SWITCH          PIC X(1) VALUE "Y".
           88  WS-CONTINUE                   VALUE "Y".
       01  WS-ACTION                   PIC X(1).
           88  WS-ACTION-ADD                 VALUE "A".
           88  WS-ACTION-CHANGE              VALUE "C".
           88  WS-ACTION-REMOVE              VALUE "R".
           88  WS-ACTION-LIST                VALUE "L".
           88  WS-ACTION-QUIT                VALUE "Q".
       01  WS-CONFIRM                  PIC X(1).
           88  WS-CONFIRMED                  VALUE "Y".

      *>   Entry fields behind the maintenance screen.
       01  WS-ENT-PROFILE              PIC X(4).
       01  WS-ENT-BUCKET-NO            PIC 9(3).
       01  WS-ENT-STORE-ID             PIC X(6).
       01  WS-ENT-SHIP-TO-NAME         PIC X(30).

       01  WS-FOUND-SWITCH             PIC X(1).
           88  WS-FOUND                      VALUE "Y".
       01  WS-ENTRY-OK-SWITCH          PIC X(1).
           88  WS-ENTRY-OK                   VALUE "Y".
       01  WS-LIST-DONE-SWITCH         PIC X(1).
           88  WS-LIST-DONE                  VALUE "Y".

       01  WS-LIST-COUNT               PIC 9(3).

       SCREEN SECTION.
       01  SCR-BUCKET-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1
               VALUE "ALCLMNT - STORE LOCATION DIRECTORY MAINTENANCE".
           05  LINE 3  COL 1  VALUE "PROFILE . . . . . :".
           05  LINE 3  COL 22 PIC X(4) USING WS-ENT-PROFILE.
           05  LINE 4  COL 1  VALUE "BUCKET NUMBER . . :".
           05  LINE 4  COL 22 PIC 9(3) USING WS-ENT-BUCKET-NO.

       01  SCR-LOCATION-SCREEN.
           05  LINE 6  COL 1  VALUE "STORE/LOCATION ID :".
           05  LINE 6  COL 22 PIC X(6) USING WS-ENT-STORE-ID.
           05  LINE 7  COL 1  VALUE "SHIP-TO NAME. . . :".
           05  LINE 7  COL 22 PIC X(30) USING WS-ENT-SHIP-TO-NAME.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ALCLMNT: OPERATOR ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ALC-LOC-FILE
           IF NOT WS-LOC-OK
               DISPLAY "ALCLMNT: UNABLE TO OPEN ALCLOC - STATUS "
                   WS-LOC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-ONE-ACTION UNTIL NOT WS-CONTINUE

           CLOSE ALC-LOC-FILE
           GOBACK.

       2000-ONE-ACTION.
           DISPLAY "ACTION (A=ADD C=CHANGE R=REMOVE L=LIST "
               "Q=QUIT): " WITH NO ADVANCING
           ACCEPT WS-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 4000-ADD-LOCATION
               WHEN WS-ACTION-CHANGE
                   PERFORM 4100-CHANGE-LOCATION
               WHEN WS-ACTION-REMOVE
                   PERFORM 4200-REMOVE-LOCATION
               WHEN WS-ACTION-LIST
                   PERFORM 3000-LIST-PROFILE
               WHEN WS-ACTION-QUIT
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "ALCLMNT: UNKNOWN ACTION " WS-ACTION
           END-EVALUATE.

       2100-ACCEPT-BUCKET.
           MOVE SPACES TO WS-ENT-PROFILE
           MOVE ZERO TO WS-ENT-BUCKET-NO
           DISPLAY SCR-BUCKET-SCREEN
           ACCEPT SCR-BUCKET-SCREEN
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-ENT-PROFILE TO ALCL-PROFILE
           MOVE WS-ENT-BUCKET-NO TO ALCL-BUCKET-NO
           READ ALC-LOC-FILE
               INVALID KEY
                   IF NOT WS-ACTION-ADD
                       DISPLAY "ALCLMNT: NO LOCATION FOR PROFILE "
                           WS-ENT-PROFILE " BUCKET " WS-ENT-BUCKET-NO
                   END-IF
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
                   PERFORM 3200-SHOW-ROW
           END-READ.

       3000-LIST-PROFILE.
           MOVE SPACES TO WS-ENT-PROFILE
           DISPLAY "PROFILE: " WITH NO ADVANCING
           ACCEPT WS-ENT-PROFILE
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-DONE-SWITCH
      *>   Bucket zero sorts ahead of every real bucket, so the
      *>   START lands on the profile's first entry.
           MOVE WS-ENT-PROFILE TO ALCL-PROFILE
           MOVE ZERO TO ALCL-BUCKET-NO
           START ALC-LOC-FILE KEY >= ALCL-KEY
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM 3100-LIST-NEXT-ROW UNTIL WS-LIST-DONE
           IF WS-LIST-COUNT = ZERO
               DISPLAY "ALCLMNT: NO LOCATIONS FOR PROFILE "
                   WS-ENT-PROFILE
           ELSE
               DISPLAY "ALCLMNT: " WS-LIST-COUNT " BUCKET(S)"
           END-IF.

       3100-LIST-NEXT-ROW.
           READ ALC-LOC-FILE NEXT RECORD
               AT END
                   SET WS-LIST-DONE TO TRUE
               NOT AT END
                   IF ALCL-PROFILE = WS-ENT-PROFILE
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 3200-SHOW-ROW
                   ELSE
                       SET WS-LIST-DONE TO TRUE
                   END-IF
           END-READ.

       3200-SHOW-ROW.
           DISPLAY "  PROFILE " ALCL-PROFILE
               " BUCKET " ALCL-BUCKET-NO
               " STORE " ALCL-STORE-ID
               " " ALCL-SHIP-TO-NAME
               " BY " ALCL-MAINT-OPERATOR.

       4000-ADD-LOCATION.
           PERFORM 2100-ACCEPT-BUCKET
           IF WS-FOUND
               DISPLAY "ALCLMNT: BUCKET ALREADY ON ALCLOC - "
                   "USE C TO CHANGE IT"
           ELSE
               IF WS-ENT-PROFILE = SPACES OR WS-ENT-BUCKET-NO = ZERO
                   DISPLAY "ALCLMNT: PROFILE AND BUCKET 1-999 "
                       "REQUIRED"
               ELSE
                   MOVE SPACES TO WS-ENT-STORE-ID
                   MOVE SPACES TO WS-ENT-SHIP-TO-NAME
                   PERFORM 4500-ACCEPT-LOCATION
                   IF WS-ENTRY-OK
                       MOVE SPACES TO ALC-LOCATION-RECORD
                       MOVE WS-ENT-PROFILE TO ALCL-PROFILE
                       MOVE WS-ENT-BUCKET-NO TO ALCL-BUCKET-NO
                       PERFORM 4600-MOVE-LOCATION
                       WRITE ALC-LOCATION-RECORD
                       IF NOT WS-LOC-OK
                           DISPLAY "ALCLMNT: ERROR WRITING ALCLOC "
                               "RECORD - STATUS " WS-LOC-STATUS
                               " - NOT ADDED"
                       ELSE
                           DISPLAY "ALCLMNT: ADDED -"
                           PERFORM 3200-SHOW-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4100-CHANGE-LOCATION.
           PERFORM 2100-ACCEPT-BUCKET
           IF WS-FOUND
               MOVE ALCL-STORE-ID TO WS-ENT-STORE-ID
               MOVE ALCL-SHIP-TO-NAME TO WS-ENT-SHIP-TO-NAME
               PERFORM 4500-ACCEPT-LOCATION
               IF WS-ENTRY-OK
                   IF WS-ENT-STORE-ID = ALCL-STORE-ID
                           AND WS-ENT-SHIP-TO-NAME = ALCL-SHIP-TO-NAME
                       DISPLAY "ALCLMNT: NOTHING CHANGED"
                   ELSE
                       PERFORM 4600-MOVE-LOCATION
                       REWRITE ALC-LOCATION-RECORD
                       IF NOT WS-LOC-OK
                           DISPLAY "ALCLMNT: ERROR REWRITING ALCLOC "
                               "RECORD - STATUS " WS-LOC-STATUS
                               " - NOT CHANGED"
                       ELSE
                           DISPLAY "ALCLMNT: CHANGED -"
                           PERFORM 3200-SHOW-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4200-REMOVE-LOCATION.
           PERFORM 2100-ACCEPT-BUCKET
           IF WS-FOUND
               MOVE "N" TO WS-CONFIRM
               DISPLAY "REMOVE THIS BUCKET - SPLITS NEEDING IT WILL "
                   "BE REJECTED (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRMED
                   DELETE ALC-LOC-FILE
                   IF NOT WS-LOC-OK
                       DISPLAY "ALCLMNT: ERROR DELETING ALCLOC "
                           "RECORD - STATUS " WS-LOC-STATUS
                           " - NOT REMOVED"
                   ELSE
                       DISPLAY "ALCLMNT: REMOVED BY " WS-OPERATOR-ID
                   END-IF
               ELSE
                   DISPLAY "ALCLMNT: NOT REMOVED"
               END-IF
           END-IF.

       4500-ACCEPT-LOCATION.
           DISPLAY SCR-LOCATION-SCREEN
           ACCEPT SCR-LOCATION-SCREEN
           MOVE "Y" TO WS-ENTRY-OK-SWITCH
           IF WS-ENT-STORE-ID = SPACES
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               DISPLAY "ALCLMNT: STORE/LOCATION ID REQUIRED"
           END-IF
           IF WS-ENT-SHIP-TO-NAME = SPACES
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               DISPLAY "ALCLMNT: SHIP-TO NAME REQUIRED"
           END-IF.

       4600-MOVE-LOCATION.
           MOVE WS-ENT-STORE-ID TO ALCL-STORE-ID
           MOVE WS-ENT-SHIP-TO-NAME TO ALCL-SHIP-TO-NAME
           MOVE WS-OPERATOR-ID TO ALCL-MAINT-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO ALCL-MAINT-TIMESTAMP.
