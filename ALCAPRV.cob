      *>-----------------------------------------------------------
      *> ALCAPRV - online maker-checker approval-queue screen.
      *>
      *> Two kinds of change no longer take effect on one
      *> operator's say-so: an ALCINQ correction whose dividend is
      *> above the ALCPARM approval limit, and every ALCWMNT
      *> weight-profile save. Both wait on the ALCAPQ approval
      *> queue (see ALCAPQ) - the correction at ALCERR status "A",
      *> which the ALCRSUB sweep does not take, and the profile
      *> save on the ALCWGTP staging file, which the ALCWGT01
      *> loader does not read.
      *>
      *> Here a second user works through the queue oldest first.
      *> Each submission is shown with its before/after values and
      *> the maker who keyed it; the checker then:
      *>   A  approves it - a correction goes to status "C" for the
      *>      next ALCRSUB sweep; a profile save installs ALCWGTP
      *>      over ALCWGT and writes the ALCWAUD change audit with
      *>      maker and checker,
      *>   S  sends it back with a reason - a correction returns to
      *>      pending with its original values for ALCINQ; a
      *>      profile save is dropped and ALCWGT stays as it was,
      *>   N  leaves it for later, or Q quits.
      *> A checker can never decide a change they keyed themselves.
      *> Every decision is stamped on the queue rows (checker ID,
      *> timestamp and any reason) beside the maker's, and decided
      *> rows stay on ALCAPQ as the approval audit trail.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCAPRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-APQ-FILE ASSIGN TO "ALCAPQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCQ-KEY
               FILE STATUS IS WS-APQ-STATUS.

           SELECT ALC-ERR-FILE ASSIGN TO "ALCERR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCE-KEY-ID
               FILE STATUS IS WS-ERR-STATUS.

           SELECT ALC-WGT-FILE ASSIGN TO "ALCWGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WGT-STATUS.

           SELECT ALC-WGTP-FILE ASSIGN TO "ALCWGTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WGTP-STATUS.

           SELECT ALC-WAUD-FILE ASSIGN TO "ALCWAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-APQ-FILE
           RECORD CONTAINS 172 CHARACTERS.
       COPY ALCAPQ.

       FD  ALC-ERR-FILE
           RECORD CONTAINS 111 CHARACTERS.
       COPY ALCERR.

       FD  ALC-WGT-FILE
           RECORD CONTAINS 29 CHARACTERS.
       COPY ALCWGT.

      *>   The proposed dataset ALCWMNT staged - same layout as
      *>   ALCWGT, copied across whole on approval.
       FD  ALC-WGTP-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  ALC-WGTP-RECORD             PIC X(29).

       FD  ALC-WAUD-FILE
           RECORD CONTAINS 112 CHARACTERS.
       COPY ALCWAUD.

       WORKING-STORAGE SECTION.
       01  WS-APQ-STATUS               PIC X(2).
           88  WS-APQ-OK                     VALUE "00".
       01  WS-ERR-STATUS               PIC X(2).
           88  WS-ERR-OK                     VALUE "00".
       01  WS-WGT-STATUS               PIC X(2).
           88  WS-WGT-OK                     VALUE "00".
       01  WS-WGTP-STATUS              PIC X(2).
           88  WS-WGTP-OK                    VALUE "00".
       01  WS-WAUD-STATUS              PIC X(2).
           88  WS-WAUD-OK                    VALUE "00".

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-CONTINUE-SWITCH          PIC X(1) VALUE "Y".
           88  WS-CONTINUE                   VALUE "Y".
       01  WS-QUEUE-DONE-SWITCH        PIC X(1) VALUE "N".
           88  WS-QUEUE-DONE                 VALUE "Y".
       01  WS-LINES-DONE-SWITCH        PIC X(1).
           88  WS-LINES-DONE                 VALUE "Y".
       01  WS-EOF-SWITCH               PIC X(1).
           88  WS-EOF                        VALUE "Y".
       01  WS-APPLIED-SWITCH           PIC X(1).
           88  WS-APPLIED                    VALUE "Y".

       01  WS-DECISION                 PIC X(1).
           88  WS-DECISION-APPROVE           VALUE "A".
           88  WS-DECISION-SEND-BACK         VALUE "S".
           88  WS-DECISION-NEXT              VALUE "N".
           88  WS-DECISION-QUIT              VALUE "Q".
       01  WS-REASON                   PIC X(40).
      *>   Status stamped on the submission's queue rows once the
      *>   decision has been applied.
       01  WS-NEW-QUEUE-STATUS         PIC X(1).

      *>   The submission on screen - every queue line of one save
      *>   shares type, item ID and maker timestamp.
       01  WS-SUB-ITEM-TYPE            PIC X(1).
           88  WS-SUB-CORRECTION             VALUE "C".
           88  WS-SUB-WEIGHTS                VALUE "W".
       01  WS-SUB-ITEM-ID              PIC X(9).
       01  WS-SUB-KEY-ID REDEFINES WS-SUB-ITEM-ID
                                       PIC 9(9).
       01  WS-SUB-MAKER-TIMESTAMP      PIC X(26).
       01  WS-SUB-MAKER-ID             PIC X(8).
       01  WS-SUB-LINES                PIC 9(3).
       01  WS-LINE-IDX                 PIC 9(3).
       01  WS-OLD-DIVIDEND             PIC 9(7)V99.
       01  WS-OLD-DIVISOR              PIC S9(5).

       01  WS-APPROVED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-SENT-BACK-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-LEFT-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ROWS-INSTALLED           PIC 9(5).

       01  WS-DSP-OLD-WEIGHT           PIC Z(4)9.
       01  WS-DSP-NEW-WEIGHT           PIC Z(4)9.
       01  WS-DSP-OLD-CAPACITY         PIC Z(6)9.99.
       01  WS-DSP-NEW-CAPACITY         PIC Z(6)9.99.

       SCREEN SECTION.
       01  SCR-CORRECTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1
               VALUE "ALCAPRV - CORRECTION AWAITING APPROVAL".
           05  LINE 3  COL 1  VALUE "KEY ID. . . . . . :".
           05  LINE 3  COL 22 PIC X(9) FROM ALCQ-ITEM-ID.
           05  LINE 4  COL 1  VALUE "KEYED BY. . . . . :".
           05  LINE 4  COL 22 PIC X(8) FROM ALCQ-MAKER-ID.
           05  LINE 4  COL 32 PIC X(26) FROM ALCQ-MAKER-TIMESTAMP.
           05  LINE 6  COL 22 VALUE "BEFORE".
           05  LINE 6  COL 36 VALUE "AFTER".
           05  LINE 7  COL 1  VALUE "DIVIDEND. . . . . :".
           05  LINE 7  COL 22 PIC 9(7).99 FROM ALCQ-OLD-DIVIDEND.
           05  LINE 7  COL 36 PIC 9(7).99 FROM ALCQ-NEW-DIVIDEND.
           05  LINE 8  COL 1  VALUE "DIVISOR . . . . . :".
           05  LINE 8  COL 22 PIC -(5)9 FROM ALCQ-OLD-DIVISOR.
           05  LINE 8  COL 36 PIC -(5)9 FROM ALCQ-NEW-DIVISOR.
           05  LINE 10 COL 1  VALUE "QUOTIENT. . . . . :".
           05  LINE 10 COL 36 PIC 9(7).99 FROM ALCQ-NEW-QUOTIENT.
           05  LINE 11 COL 1  VALUE "REMAINDER . . . . :".
           05  LINE 11 COL 36 PIC -(6)9.99 FROM ALCQ-NEW-REMAINDER.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ALCAPRV: OPERATOR ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ALC-APQ-FILE
           IF NOT WS-APQ-OK
               DISPLAY "ALCAPRV: UNABLE TO OPEN ALCAPQ - STATUS "
                   WS-APQ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ALC-ERR-FILE
           IF NOT WS-ERR-OK
               DISPLAY "ALCAPRV: UNABLE TO OPEN ALCERR - STATUS "
                   WS-ERR-STATUS
               CLOSE ALC-APQ-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO ALCQ-KEY
           START ALC-APQ-FILE KEY >= ALCQ-KEY
               INVALID KEY
                   SET WS-QUEUE-DONE TO TRUE
           END-START
           PERFORM 2000-NEXT-QUEUE-ROW
               UNTIL WS-QUEUE-DONE OR NOT WS-CONTINUE

           CLOSE ALC-APQ-FILE
           CLOSE ALC-ERR-FILE
           DISPLAY "ALCAPRV: " WS-APPROVED-COUNT " APPROVED, "
               WS-SENT-BACK-COUNT " SENT BACK, "
               WS-LEFT-COUNT " LEFT ON THE QUEUE"
           GOBACK.

       2000-NEXT-QUEUE-ROW.
           READ ALC-APQ-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-DONE TO TRUE
               NOT AT END
                   IF ALCQ-AWAITING AND ALCQ-LINE-NO = 1
                       PERFORM 3000-PRESENT-SUBMISSION
                   END-IF
           END-READ.

       3000-PRESENT-SUBMISSION.
           MOVE ALCQ-ITEM-TYPE TO WS-SUB-ITEM-TYPE
           MOVE ALCQ-ITEM-ID TO WS-SUB-ITEM-ID
           MOVE ALCQ-MAKER-TIMESTAMP TO WS-SUB-MAKER-TIMESTAMP
           MOVE ALCQ-MAKER-ID TO WS-SUB-MAKER-ID
           MOVE 1 TO WS-SUB-LINES
           IF WS-SUB-CORRECTION
               MOVE ALCQ-OLD-DIVIDEND TO WS-OLD-DIVIDEND
               MOVE ALCQ-OLD-DIVISOR TO WS-OLD-DIVISOR
               DISPLAY SCR-CORRECTION-SCREEN
           ELSE
               DISPLAY " "
               DISPLAY "ALCAPRV - WEIGHT PROFILE SAVE AWAITING "
                   "APPROVAL"
               DISPLAY "KEYED BY " WS-SUB-MAKER-ID " AT "
                   WS-SUB-MAKER-TIMESTAMP
               PERFORM 3100-SHOW-WEIGHT-LINE
               MOVE "N" TO WS-LINES-DONE-SWITCH
               PERFORM 3150-READ-NEXT-WEIGHT-LINE UNTIL WS-LINES-DONE
               DISPLAY "ALCAPRV: " WS-SUB-LINES " BUCKET CHANGE(S)"
           END-IF

           IF WS-OPERATOR-ID = WS-SUB-MAKER-ID
               DISPLAY "ALCAPRV: YOU KEYED THIS CHANGE - ANOTHER "
                   "USER MUST APPROVE IT"
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               PERFORM 3200-TAKE-DECISION
           END-IF
           PERFORM 3900-REPOSITION-QUEUE.

       3100-SHOW-WEIGHT-LINE.
           MOVE ALCQ-WGT-OLD-WEIGHT TO WS-DSP-OLD-WEIGHT
           MOVE ALCQ-WGT-NEW-WEIGHT TO WS-DSP-NEW-WEIGHT
           MOVE ALCQ-WGT-OLD-CAPACITY TO WS-DSP-OLD-CAPACITY
           MOVE ALCQ-WGT-NEW-CAPACITY TO WS-DSP-NEW-CAPACITY
           DISPLAY "  " ALCQ-WGT-ACTION
               " PROFILE " ALCQ-WGT-PROFILE
               " EFF " ALCQ-WGT-EFF-DATE
               " BUCKET " ALCQ-WGT-BUCKET-NO
               "  WEIGHT " WS-DSP-OLD-WEIGHT " -> " WS-DSP-NEW-WEIGHT
               "  CAPACITY " WS-DSP-OLD-CAPACITY
               " -> " WS-DSP-NEW-CAPACITY.

       3150-READ-NEXT-WEIGHT-LINE.
      *>   The lines of one save are contiguous on the key; the
      *>   read past the last one is undone by the reposition.
           READ ALC-APQ-FILE NEXT RECORD
               AT END
                   SET WS-LINES-DONE TO TRUE
               NOT AT END
                   IF ALCQ-ITEM-TYPE = WS-SUB-ITEM-TYPE
                           AND ALCQ-ITEM-ID = WS-SUB-ITEM-ID
                           AND ALCQ-MAKER-TIMESTAMP
                               = WS-SUB-MAKER-TIMESTAMP
                       MOVE ALCQ-LINE-NO TO WS-SUB-LINES
                       PERFORM 3100-SHOW-WEIGHT-LINE
                   ELSE
                       SET WS-LINES-DONE TO TRUE
                   END-IF
           END-READ.

       3200-TAKE-DECISION.
           DISPLAY "DECISION (A=APPROVE S=SEND BACK N=NEXT Q=QUIT): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           MOVE SPACES TO WS-REASON
           MOVE "N" TO WS-APPLIED-SWITCH
           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   IF WS-SUB-CORRECTION
                       PERFORM 4000-APPROVE-CORRECTION
                   ELSE
                       PERFORM 5000-APPROVE-WEIGHTS
                   END-IF
                   IF WS-APPLIED
                       MOVE "Y" TO WS-NEW-QUEUE-STATUS
                       PERFORM 6000-STAMP-SUBMISSION
                       ADD 1 TO WS-APPROVED-COUNT
                   ELSE
                       ADD 1 TO WS-LEFT-COUNT
                   END-IF
               WHEN WS-DECISION-SEND-BACK
                   DISPLAY "REASON: " WITH NO ADVANCING
                   ACCEPT WS-REASON
                   IF WS-REASON = SPACES
                       DISPLAY "ALCAPRV: A REASON IS REQUIRED - "
                           "NOT SENT BACK"
                   ELSE
                       IF WS-SUB-CORRECTION
                           PERFORM 4100-SEND-BACK-CORRECTION
                       ELSE
      *>                   Nothing was ever applied - dropping the
      *>                   save is only a matter of the queue.
                           SET WS-APPLIED TO TRUE
                       END-IF
                   END-IF
                   IF WS-APPLIED
                       MOVE "N" TO WS-NEW-QUEUE-STATUS
                       PERFORM 6000-STAMP-SUBMISSION
                       ADD 1 TO WS-SENT-BACK-COUNT
                   ELSE
                       ADD 1 TO WS-LEFT-COUNT
                   END-IF
               WHEN WS-DECISION-QUIT
                   MOVE "N" TO WS-CONTINUE-SWITCH
                   ADD 1 TO WS-LEFT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.

       3900-REPOSITION-QUEUE.
      *>   Carry the browse on from just past the submission's last
      *>   line, whatever was read or rewritten meanwhile.
           MOVE WS-SUB-ITEM-TYPE TO ALCQ-ITEM-TYPE
           MOVE WS-SUB-ITEM-ID TO ALCQ-ITEM-ID
           MOVE WS-SUB-MAKER-TIMESTAMP TO ALCQ-MAKER-TIMESTAMP
           MOVE WS-SUB-LINES TO ALCQ-LINE-NO
           START ALC-APQ-FILE KEY > ALCQ-KEY
               INVALID KEY
                   SET WS-QUEUE-DONE TO TRUE
           END-START.

       4000-APPROVE-CORRECTION.
           MOVE WS-SUB-KEY-ID TO ALCE-KEY-ID
           READ ALC-ERR-FILE
               INVALID KEY
                   DISPLAY "ALCAPRV: KEY " WS-SUB-ITEM-ID
                       " NO LONGER ON ALCERR - NOT APPROVED"
               NOT INVALID KEY
                   IF NOT ALCE-STATUS-AWAITING
                       DISPLAY "ALCAPRV: KEY " WS-SUB-ITEM-ID
                           " NOT AWAITING APPROVAL ON ALCERR - "
                           "NOT APPROVED"
                   ELSE
                       SET ALCE-STATUS-CORRECTED TO TRUE
                       REWRITE ALC-ERROR-RECORD
                       IF NOT WS-ERR-OK
                           DISPLAY "ALCAPRV: ERROR REWRITING ALCERR "
                               "RECORD - STATUS " WS-ERR-STATUS
                       ELSE
                           SET WS-APPLIED TO TRUE
                           DISPLAY "ALCAPRV: KEY " WS-SUB-ITEM-ID
                               " APPROVED - RESUBMITTED BY THE NEXT "
                               "ALCRSUB SWEEP"
                       END-IF
                   END-IF
           END-READ.

       4100-SEND-BACK-CORRECTION.
      *>   The record goes back exactly as it was before the maker
      *>   keyed over it, pending for ALCINQ.
           MOVE WS-SUB-KEY-ID TO ALCE-KEY-ID
           READ ALC-ERR-FILE
               INVALID KEY
                   DISPLAY "ALCAPRV: KEY " WS-SUB-ITEM-ID
                       " NO LONGER ON ALCERR - NOT SENT BACK"
               NOT INVALID KEY
                   IF NOT ALCE-STATUS-AWAITING
                       DISPLAY "ALCAPRV: KEY " WS-SUB-ITEM-ID
                           " NOT AWAITING APPROVAL ON ALCERR - "
                           "NOT SENT BACK"
                   ELSE
                       MOVE WS-OLD-DIVIDEND TO ALCE-DIVIDEND
                       MOVE WS-OLD-DIVISOR TO ALCE-DIVISOR
                       SET ALCE-STATUS-PENDING TO TRUE
                       REWRITE ALC-ERROR-RECORD
                       IF NOT WS-ERR-OK
                           DISPLAY "ALCAPRV: ERROR REWRITING ALCERR "
                               "RECORD - STATUS " WS-ERR-STATUS
                       ELSE
                           SET WS-APPLIED TO TRUE
                           DISPLAY "ALCAPRV: KEY " WS-SUB-ITEM-ID
                               " SENT BACK - PENDING ON ALCERR"
                       END-IF
                   END-IF
           END-READ.

       5000-APPROVE-WEIGHTS.
      *>   ALCWGTP is the whole proposed dataset, validated by
      *>   ALCWMNT at save - it replaces ALCWGT as it stands.
           OPEN INPUT ALC-WGTP-FILE
           IF NOT WS-WGTP-OK
               DISPLAY "ALCAPRV: UNABLE TO OPEN ALCWGTP - STATUS "
                   WS-WGTP-STATUS " - NOT APPROVED"
           ELSE
               OPEN OUTPUT ALC-WGT-FILE
               IF NOT WS-WGT-OK
                   DISPLAY "ALCAPRV: UNABLE TO REWRITE ALCWGT - "
                       "STATUS " WS-WGT-STATUS " - NOT APPROVED"
                   CLOSE ALC-WGTP-FILE
               ELSE
                   MOVE ZERO TO WS-ROWS-INSTALLED
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 5100-COPY-STAGING-ROW UNTIL WS-EOF
                   CLOSE ALC-WGTP-FILE
                   CLOSE ALC-WGT-FILE
                   SET WS-APPLIED TO TRUE
                   DISPLAY "ALCAPRV: ALCWGT REPLACED - "
                       WS-ROWS-INSTALLED " ROW(S)"
                   PERFORM 5200-WRITE-CHANGE-AUDIT
               END-IF
           END-IF.

       5100-COPY-STAGING-ROW.
           READ ALC-WGTP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE ALC-WEIGHT-RECORD FROM ALC-WGTP-RECORD
                   ADD 1 TO WS-ROWS-INSTALLED
           END-READ.

       5200-WRITE-CHANGE-AUDIT.
           OPEN EXTEND ALC-WAUD-FILE
           IF NOT WS-WAUD-OK
               DISPLAY "ALCAPRV: UNABLE TO OPEN ALCWAUD - STATUS "
                   WS-WAUD-STATUS " - CHANGES APPLIED BUT NOT AUDITED"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-SUB-LINES
                   PERFORM 6100-READ-SUBMISSION-LINE
                   IF WS-APQ-OK
                       MOVE WS-SUB-MAKER-TIMESTAMP TO ALCWA-TIMESTAMP
                       MOVE WS-SUB-MAKER-ID TO ALCWA-OPERATOR
                       MOVE ALCQ-WGT-ACTION TO ALCWA-ACTION
                       MOVE ALCQ-WGT-PROFILE TO ALCWA-PROFILE
                       MOVE ALCQ-WGT-EFF-DATE TO ALCWA-EFF-DATE
                       MOVE ALCQ-WGT-BUCKET-NO TO ALCWA-BUCKET-NO
                       MOVE ALCQ-WGT-OLD-WEIGHT TO ALCWA-OLD-WEIGHT
                       MOVE ALCQ-WGT-NEW-WEIGHT TO ALCWA-NEW-WEIGHT
                       MOVE ALCQ-WGT-OLD-CAPACITY
                           TO ALCWA-OLD-CAPACITY
                       MOVE ALCQ-WGT-NEW-CAPACITY
                           TO ALCWA-NEW-CAPACITY
                       MOVE WS-OPERATOR-ID TO ALCWA-CHECKER
                       MOVE WS-CURRENT-TIMESTAMP
                           TO ALCWA-APPROVE-TIMESTAMP
                       WRITE ALC-WGT-AUDIT-RECORD
                       IF NOT WS-WAUD-OK
                           DISPLAY "ALCAPRV: ERROR WRITING ALCWAUD "
                               "RECORD - STATUS " WS-WAUD-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ALC-WAUD-FILE
           END-IF.

       6000-STAMP-SUBMISSION.
      *>   Checker, decision time and reason on every line of the
      *>   submission, next to the maker's own stamp.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-SUB-LINES
               PERFORM 6100-READ-SUBMISSION-LINE
               IF WS-APQ-OK
                   MOVE WS-NEW-QUEUE-STATUS TO ALCQ-STATUS
                   MOVE WS-OPERATOR-ID TO ALCQ-CHECKER-ID
                   MOVE WS-CURRENT-TIMESTAMP TO ALCQ-CHECKER-TIMESTAMP
                   MOVE WS-REASON TO ALCQ-SENDBACK-REASON
                   REWRITE ALC-APPROVAL-RECORD
                   IF NOT WS-APQ-OK
                       DISPLAY "ALCAPRV: ERROR REWRITING ALCAPQ "
                           "RECORD - STATUS " WS-APQ-STATUS
                   END-IF
               END-IF
           END-PERFORM.

       6100-READ-SUBMISSION-LINE.
           MOVE WS-SUB-ITEM-TYPE TO ALCQ-ITEM-TYPE
           MOVE WS-SUB-ITEM-ID TO ALCQ-ITEM-ID
           MOVE WS-SUB-MAKER-TIMESTAMP TO ALCQ-MAKER-TIMESTAMP
           MOVE WS-LINE-IDX TO ALCQ-LINE-NO
           READ ALC-APQ-FILE
               INVALID KEY
                   DISPLAY "ALCAPRV: QUEUE LINE " WS-LINE-IDX
                       " MISSING FOR " WS-SUB-ITEM-ID
           END-READ.
