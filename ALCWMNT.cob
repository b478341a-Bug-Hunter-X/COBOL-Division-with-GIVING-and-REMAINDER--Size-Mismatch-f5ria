      *> rules ALCWGT01 applies (numeric weight, bucket number 1 to
      *> 999), and on save every touched profile version must also
      *> pass the structural edits (contiguous bucket sequence from
      *> 1, non-zero weight total) before the save is submitted,
      *> kept in profile/effective-date/bucket order. Nothing is
      *> submitted before save; quit abandons the session.
      *>
      *> A save does not touch ALCWGT itself. The proposed dataset
      *> is written to the ALCWGTP staging file and every add/
      *> change/delete goes on the ALCAPQ approval queue under the
      *> operator ID keyed at sign-on; ALCWGT01 reads ALCWGT only,
      *> so no run sees the new weights until a different user
      *> approves the save on the ALCAPRV screen, which installs
      *> the staging file and writes the ALCWAUD change audit with
      *> maker and checker. While a save awaits approval the screen
      *> will not start - a second save would overlay the staging
      *> file - and a save sent back is reported with its reason.
      *> A save that cannot be written in full is backed out -
      *> staging file emptied, its queue lines removed - and the
      *> screen ends with RC 16.
      *> Versions are effective-dated: keying next week's weights
      *> under next week's date leaves this week's version driving
      *> the batch run until the date arrives (see ALCWGT01).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WGT-STATUS.

      *>   The proposed dataset, same layout as ALCWGT, awaiting
      *>   approval.
           SELECT ALC-WGTP-FILE ASSIGN TO "ALCWGTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WGTP-STATUS.

           SELECT ALC-APQ-FILE ASSIGN TO "ALCAPQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCQ-KEY
               FILE STATUS IS WS-APQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 29 CHARACTERS.
       COPY ALCWGT.

       FD  ALC-WGTP-FILE
           RECORD CONTAINS 29 CHARACTERS.
      *>   Same 29-byte layout as ALCWGT (see ALCWGT.cpy).
       01  ALC-WGTP-RECORD.
           05  ALCWP-PROFILE           PIC X(4).
           05  ALCWP-BUCKET-NO         PIC 9(3).
           05  ALCWP-WEIGHT            PIC 9(5).
           05  ALCWP-CAPACITY          PIC 9(7)V99.
           05  ALCWP-EFF-DATE          PIC 9(8).

       FD  ALC-APQ-FILE
           RECORD CONTAINS 172 CHARACTERS.
       COPY ALCAPQ.

       WORKING-STORAGE SECTION.
       01  WS-WGT-STATUS               PIC X(2).
           88  WS-WGT-OK                     VALUE "00".
       01  WS-WGTP-STATUS              PIC X(2).
           88  WS-WGTP-OK                    VALUE "00".
       01  WS-APQ-STATUS               PIC X(2).
           88  WS-APQ-OK                     VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1).
           88  WS-EOF                        VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

      *>   Approval-queue browse for weight-profile saves.
       01  WS-QUEUE-DONE-SWITCH        PIC X(1).
           88  WS-QUEUE-DONE                 VALUE "Y".
       01  WS-AWAITING-SWITCH          PIC X(1) VALUE "N".
           88  WS-SAVE-AWAITING              VALUE "Y".
       01  WS-AWAITING-MAKER           PIC X(8).
       01  WS-AWAITING-TIMESTAMP       PIC X(26).
       01  WS-SENDBACK-FOUND-SWITCH    PIC X(1) VALUE "N".
           88  WS-SENDBACK-FOUND             VALUE "Y".
       01  WS-SENDBACK-CHECKER         PIC X(8).
       01  WS-SENDBACK-REASON          PIC X(40).

       01  WS-CONTINUE-SWITCH          PIC X(1) VALUE "Y".
           88  WS-CONTINUE                   VALUE "Y".
       01  WS-ACTION                   PIC X(1).
               10  WS-ROW-WEIGHT       PIC 9(5).
               10  WS-ROW-CAPACITY     PIC 9(7)V99.

      *>   Changes pending since the last save - put on the ALCAPQ
      *>   approval queue only when the session is saved, so an
      *>   abandoned session queues nothing.
       01  WS-PEND-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PEND-IDX                 PIC 9(3).
       01  WS-PEND-TABLE.
           88  WS-ENTRY-OK                   VALUE "Y".
       01  WS-VALID-OK-SWITCH          PIC X(1).
           88  WS-VALID-OK                   VALUE "Y".
       01  WS-SUBMIT-FAILED-SWITCH     PIC X(1) VALUE "N".
           88  WS-SUBMIT-FAILED              VALUE "Y".
       01  WS-QUEUED-COUNT             PIC 9(3) VALUE ZERO.

      *>   Structural-edit scratch for 7100-VALIDATE-ALL-VERSIONS:
      *>   the table is sorted, so each profile version is one
       0000-MAIN.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ALCWMNT: OPERATOR ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ALC-APQ-FILE
           IF NOT WS-APQ-OK
               DISPLAY "ALCWMNT: UNABLE TO OPEN ALCAPQ - STATUS "
                   WS-APQ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-CHECK-APPROVAL-QUEUE
           IF WS-SAVE-AWAITING
               DISPLAY "ALCWMNT: PROFILE SAVE KEYED BY "
                   WS-AWAITING-MAKER " AT " WS-AWAITING-TIMESTAMP
               DISPLAY "ALCWMNT: IS AWAITING APPROVAL ON ALCAPRV - "
                   "NO FURTHER CHANGES UNTIL IT IS DECIDED"
               CLOSE ALC-APQ-FILE
               GOBACK
           END-IF
           IF WS-SENDBACK-FOUND
               DISPLAY "ALCWMNT: LAST PROFILE SAVE SENT BACK BY "
                   WS-SENDBACK-CHECKER " - " WS-SENDBACK-REASON
           END-IF
           PERFORM 1000-LOAD-WGT-TABLE
           PERFORM 2000-ONE-ACTION UNTIL NOT WS-CONTINUE
           CLOSE ALC-APQ-FILE
           GOBACK.

       0100-CHECK-APPROVAL-QUEUE.
      *>   Weight saves read back oldest first, so the last
      *>   sent-back save seen is the latest one.
           MOVE "N" TO WS-QUEUE-DONE-SWITCH
           MOVE "W" TO ALCQ-ITEM-TYPE
           MOVE "ALCWGT" TO ALCQ-ITEM-ID
           MOVE LOW-VALUES TO ALCQ-MAKER-TIMESTAMP
           MOVE ZERO TO ALCQ-LINE-NO
           START ALC-APQ-FILE KEY >= ALCQ-KEY
               INVALID KEY
                   SET WS-QUEUE-DONE TO TRUE
           END-START
           PERFORM 0110-READ-NEXT-QUEUE-ROW UNTIL WS-QUEUE-DONE.

       0110-READ-NEXT-QUEUE-ROW.
           READ ALC-APQ-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-DONE TO TRUE
               NOT AT END
                   IF ALCQ-ITEM-WEIGHTS AND ALCQ-ITEM-ID = "ALCWGT"
                       IF ALCQ-LINE-NO = 1
                           EVALUATE TRUE
                               WHEN ALCQ-AWAITING
                                   SET WS-SAVE-AWAITING TO TRUE
                                   MOVE ALCQ-MAKER-ID
                                       TO WS-AWAITING-MAKER
                                   MOVE ALCQ-MAKER-TIMESTAMP
                                       TO WS-AWAITING-TIMESTAMP
                               WHEN ALCQ-SENT-BACK
                                   SET WS-SENDBACK-FOUND TO TRUE
                                   MOVE ALCQ-CHECKER-ID
                                       TO WS-SENDBACK-CHECKER
                                   MOVE ALCQ-SENDBACK-REASON
                                       TO WS-SENDBACK-REASON
                               WHEN OTHER
                                   MOVE "N" TO WS-SENDBACK-FOUND-SWITCH
                           END-EVALUATE
                       END-IF
                   ELSE
                       SET WS-QUEUE-DONE TO TRUE
                   END-IF
           END-READ.

       1000-LOAD-WGT-TABLE.
      *>   A missing dataset is an empty table - the first save
      *>   creates it. Bad rows are carried into the table as they
               WHEN WS-ACTION-QUIT
                   MOVE "N" TO WS-CONTINUE-SWITCH
                   DISPLAY "ALCWMNT: CHANGES ABANDONED - "
                       "NOTHING SUBMITTED"
               WHEN OTHER
                   DISPLAY "ALCWMNT: UNKNOWN ACTION " WS-ACTION
           END-EVALUATE.
           END-IF.

       4150-CHECK-PENDING-ROOM.
      *>   Every applied change must land a queue line at save, so
      *>   a change with no pending-table slot left is refused
      *>   outright - applying it and dropping its entry would put
      *>   an unreviewed change in front of the checker. One save
      *>   is one approval, so the table caps a session.
           IF WS-PEND-COUNT >= 500
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               DISPLAY "ALCWMNT: PENDING-CHANGE TABLE FULL - "
                   "SAVE (X) AND HAVE IT APPROVED BEFORE KEYING MORE"
           END-IF.

       4100-EDIT-ENTRY.

       7000-SAVE-AND-EXIT.
           PERFORM 7100-VALIDATE-ALL-VERSIONS
           IF WS-PEND-COUNT = ZERO
               MOVE "N" TO WS-CONTINUE-SWITCH
               DISPLAY "ALCWMNT: NO CHANGES - NOTHING SUBMITTED"
           ELSE
               IF WS-VALID-OK
                   MOVE "N" TO WS-SUBMIT-FAILED-SWITCH
                   MOVE ZERO TO WS-QUEUED-COUNT
                   PERFORM 7200-WRITE-STAGING-FILE
                   IF NOT WS-SUBMIT-FAILED
                       PERFORM 7300-QUEUE-FOR-APPROVAL
                   END-IF
                   MOVE "N" TO WS-CONTINUE-SWITCH
                   IF WS-SUBMIT-FAILED
                       PERFORM 7400-BACK-OUT-SUBMISSION
                       DISPLAY "ALCWMNT: NOT SUBMITTED - ALCWGTP "
                           "EMPTIED AND NO CHANGE LEFT ON ALCAPQ"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       DISPLAY "ALCWMNT: " WS-PEND-COUNT " CHANGE(S) "
                           "SUBMITTED FOR APPROVAL - ALCWGT UNCHANGED "
                           "UNTIL A SECOND USER APPROVES ON ALCAPRV"
                   END-IF
               ELSE
                   DISPLAY "ALCWMNT: NOT SAVED - FIX THE VERSION(S) "
                       "ABOVE OR QUIT (Q)"
               END-IF
           END-IF.

       7100-VALIDATE-ALL-VERSIONS.
                   " - WEIGHT TOTAL IS ZERO"
           END-IF.

       7200-WRITE-STAGING-FILE.
           OPEN OUTPUT ALC-WGTP-FILE
           IF NOT WS-WGTP-OK
               DISPLAY "ALCWMNT: UNABLE TO WRITE ALCWGTP - STATUS "
                   WS-WGTP-STATUS
               CLOSE ALC-APQ-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                       OR WS-SUBMIT-FAILED
               MOVE WS-ROW-PROFILE (WS-ROW-IDX) TO ALCWP-PROFILE
               MOVE WS-ROW-EFF-DATE (WS-ROW-IDX) TO ALCWP-EFF-DATE
               MOVE WS-ROW-BUCKET-NO (WS-ROW-IDX) TO ALCWP-BUCKET-NO
               MOVE WS-ROW-WEIGHT (WS-ROW-IDX) TO ALCWP-WEIGHT
               MOVE WS-ROW-CAPACITY (WS-ROW-IDX) TO ALCWP-CAPACITY
               WRITE ALC-WGTP-RECORD
               IF NOT WS-WGTP-OK
                   DISPLAY "ALCWMNT: ERROR WRITING ALCWGTP RECORD - "
                       "STATUS " WS-WGTP-STATUS
                   SET WS-SUBMIT-FAILED TO TRUE
               END-IF
           END-PERFORM
           CLOSE ALC-WGTP-FILE.

       7300-QUEUE-FOR-APPROVAL.
      *>   One queue line per change, all under the one maker
      *>   timestamp, so the checker approves or sends back the
      *>   save as a whole.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
                       OR WS-SUBMIT-FAILED
               MOVE SPACES TO ALC-APPROVAL-RECORD
               SET ALCQ-ITEM-WEIGHTS TO TRUE
               MOVE "ALCWGT" TO ALCQ-ITEM-ID
               MOVE WS-CURRENT-TIMESTAMP TO ALCQ-MAKER-TIMESTAMP
               MOVE WS-PEND-IDX TO ALCQ-LINE-NO
               SET ALCQ-AWAITING TO TRUE
               MOVE WS-OPERATOR-ID TO ALCQ-MAKER-ID
               MOVE WS-PEND-ACTION (WS-PEND-IDX) TO ALCQ-WGT-ACTION
               MOVE WS-PEND-PROFILE (WS-PEND-IDX) TO ALCQ-WGT-PROFILE
               MOVE WS-PEND-EFF-DATE (WS-PEND-IDX)
                   TO ALCQ-WGT-EFF-DATE
               MOVE WS-PEND-BUCKET-NO (WS-PEND-IDX)
                   TO ALCQ-WGT-BUCKET-NO
               MOVE WS-PEND-OLD-WEIGHT (WS-PEND-IDX)
                   TO ALCQ-WGT-OLD-WEIGHT
               MOVE WS-PEND-NEW-WEIGHT (WS-PEND-IDX)
                   TO ALCQ-WGT-NEW-WEIGHT
               MOVE WS-PEND-OLD-CAPACITY (WS-PEND-IDX)
                   TO ALCQ-WGT-OLD-CAPACITY
               MOVE WS-PEND-NEW-CAPACITY (WS-PEND-IDX)
                   TO ALCQ-WGT-NEW-CAPACITY
               WRITE ALC-APPROVAL-RECORD
               IF WS-APQ-OK
                   ADD 1 TO WS-QUEUED-COUNT
               ELSE
                   DISPLAY "ALCWMNT: ERROR WRITING ALCAPQ RECORD - "
                       "STATUS " WS-APQ-STATUS
                   SET WS-SUBMIT-FAILED TO TRUE
               END-IF
           END-PERFORM.

       7400-BACK-OUT-SUBMISSION.
      *>   A half-written save must not reach the checker: empty the
      *>   staging file and take back the queue lines already
      *>   written under this maker timestamp, so ALCAPRV sees
      *>   either the whole save or none of it.
           OPEN OUTPUT ALC-WGTP-FILE
           IF WS-WGTP-OK
               CLOSE ALC-WGTP-FILE
           ELSE
               DISPLAY "ALCWMNT: UNABLE TO EMPTY ALCWGTP - STATUS "
                   WS-WGTP-STATUS
           END-IF
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-QUEUED-COUNT
               SET ALCQ-ITEM-WEIGHTS TO TRUE
               MOVE "ALCWGT" TO ALCQ-ITEM-ID
               MOVE WS-CURRENT-TIMESTAMP TO ALCQ-MAKER-TIMESTAMP
               MOVE WS-PEND-IDX TO ALCQ-LINE-NO
               DELETE ALC-APQ-FILE RECORD
                   INVALID KEY
                       DISPLAY "ALCWMNT: UNABLE TO REMOVE ALCAPQ LINE "
                           WS-PEND-IDX " - STATUS " WS-APQ-STATUS
               END-DELETE
           END-PERFORM.
