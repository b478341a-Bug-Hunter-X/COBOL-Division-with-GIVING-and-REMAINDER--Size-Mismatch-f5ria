      *> immediately, and the error record is rewritten as
      *> corrected, instead of a programmer patching data and
      *> rerunning a batch job.
      *>
      *> A correction whose dividend is above the approval limit on
      *> the ALCPARM card needs a second pair of eyes: the record
      *> is rewritten at status "A" (awaiting approval) instead of
      *> "C", and the before/after values go on the ALCAPQ approval
      *> queue under the operator ID keyed at sign-on. The ALCRSUB
      *> sweep takes status "C" only, so nothing moves until a
      *> different user approves it on the ALCAPRV screen; a
      *> correction sent back returns here pending, with the
      *> checker's reason shown when the key is looked up.
      *>
      *> A record held as a suspected duplicate (reason 95) names
      *> the key it matched. If the desk finds it is a genuine
      *> second request, accepting it here releases it: ALCRSUB
      *> takes a corrected reason-95 record through without
      *> comparing it again.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCINQ.
               RECORD KEY IS ALCA-KEY
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ALC-APQ-FILE ASSIGN TO "ALCAPQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCQ-KEY
               FILE STATUS IS WS-APQ-STATUS.

           SELECT ALC-PARM-FILE ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-ERR-FILE
           RECORD CONTAINS 75 CHARACTERS.
       COPY ALCAUD.

       FD  ALC-APQ-FILE
           RECORD CONTAINS 172 CHARACTERS.
       COPY ALCAPQ.

       FD  ALC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCPRM.

       WORKING-STORAGE SECTION.
       01  WS-ERR-STATUS               PIC X(2).
           88  WS-ERR-OK                     VALUE "00".
           88  WS-ERR-NOT-FOUND               VALUE "23".
       01  WS-AUD-STATUS               PIC X(2).
           88  WS-AUD-OK                     VALUE "00".
       01  WS-APQ-STATUS               PIC X(2).
           88  WS-APQ-OK                     VALUE "00".
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-CURRENT-TIMESTAMP        PIC X(26).
       01  WS-OPERATOR-ID              PIC X(8).

      *>   Dividends above this go to the approval queue; zero (no
      *>   usable limit on the card) sends every correction there.
       01  WS-APPROVAL-LIMIT           PIC 9(7)V99 VALUE ZERO.
      *>   The ALCERR values as they stood before the operator
      *>   keyed over them, for the approval queue.
       01  WS-OLD-DIVIDEND             PIC 9(7)V99.
       01  WS-OLD-DIVISOR              PIC S9(5).
       01  WS-KEY-ID-X                 PIC X(9).
       01  WS-QUEUE-DONE-SWITCH        PIC X(1).
           88  WS-QUEUE-DONE                 VALUE "Y".
       01  WS-SENDBACK-FOUND-SWITCH    PIC X(1).
           88  WS-SENDBACK-FOUND             VALUE "Y".
       01  WS-SENDBACK-CHECKER         PIC X(8).
       01  WS-SENDBACK-REASON          PIC X(40).

       COPY ALCDIVL.


       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ALCINQ: OPERATOR ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-READ-APPROVAL-LIMIT
           OPEN I-O ALC-ERR-FILE
           OPEN I-O ALC-AUD-FILE
      *>   Without the approval queue a correction above the limit
      *>   could not be held back for its second pair of eyes, so
      *>   the screen does not start at all.
           OPEN I-O ALC-APQ-FILE
           IF NOT WS-APQ-OK
               DISPLAY "ALCINQ: UNABLE TO OPEN ALCAPQ - STATUS "
                   WS-APQ-STATUS
               CLOSE ALC-ERR-FILE
               CLOSE ALC-AUD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *>   The shared ALCWGT01 loader fills the weight-profile
      *>   table so mode-"W" corrections resubmit with their real
      *>   proportional split; with no profiles loaded those
           END-PERFORM
           CLOSE ALC-ERR-FILE
           CLOSE ALC-AUD-FILE
           CLOSE ALC-APQ-FILE
           GOBACK.

       0100-READ-APPROVAL-LIMIT.
      *>   A missing card or a blank limit leaves the limit at zero
      *>   - every correction then waits for approval, the safe way
      *>   round for an audit control.
           OPEN INPUT ALC-PARM-FILE
           IF WS-PARM-OK
               READ ALC-PARM-FILE
                   NOT AT END
                       IF ALCP-APPROVAL-LIMIT NUMERIC
                           MOVE ALCP-APPROVAL-LIMIT
                               TO WS-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE ALC-PARM-FILE
           ELSE
               DISPLAY "ALCINQ: NO ALCPARM CARD (STATUS "
                   WS-PARM-STATUS ") - EVERY CORRECTION NEEDS "
                   "APPROVAL"
           END-IF.

       1000-LOOKUP-RECORD.
           DISPLAY "ENTER REJECTED RECORD KEY ID: " WITH NO ADVANCING
           ACCEPT ALCE-KEY-ID
      *>           correction doesn't show that prior record's stale
      *>           quotient/remainder/return code.
                   MOVE ZERO TO LK-QUOTIENT LK-REMAINDER LK-RETURN-CODE
                   EVALUATE TRUE
                       WHEN ALCE-STATUS-PENDING
                           PERFORM 1100-SHOW-SENDBACK
                           IF ALCE-REASON-SUSPECT-DUP
                               DISPLAY "ALCINQ: HELD AS A DUPLICATE OF "
                                   "KEY " ALCE-SUSPECT-OF-KEY-ID
                                   " - ACCEPT TO RELEASE IF GENUINE"
                           END-IF
                       WHEN ALCE-STATUS-AWAITING
                           DISPLAY "ALCINQ: CORRECTION AWAITING "
                               "APPROVAL - NOTHING TO DO"
                       WHEN OTHER
                           DISPLAY "ALCINQ: RECORD ALREADY CORRECTED"
                               " - NOTHING TO DO"
                   END-EVALUATE
           END-READ.

       1100-SHOW-SENDBACK.
      *>   A pending record may be one a checker sent back - the
      *>   queue rows for the key read back oldest first, so the
      *>   last sent-back row seen is the latest reason.
           MOVE "N" TO WS-SENDBACK-FOUND-SWITCH
           MOVE "N" TO WS-QUEUE-DONE-SWITCH
           MOVE ALCE-KEY-ID TO WS-KEY-ID-X
           MOVE "C" TO ALCQ-ITEM-TYPE
           MOVE WS-KEY-ID-X TO ALCQ-ITEM-ID
           MOVE LOW-VALUES TO ALCQ-MAKER-TIMESTAMP
           MOVE ZERO TO ALCQ-LINE-NO
           START ALC-APQ-FILE KEY >= ALCQ-KEY
               INVALID KEY
                   SET WS-QUEUE-DONE TO TRUE
           END-START
           PERFORM 1110-READ-NEXT-QUEUE-ROW UNTIL WS-QUEUE-DONE
           IF WS-SENDBACK-FOUND
               DISPLAY "ALCINQ: LAST CORRECTION SENT BACK BY "
                   WS-SENDBACK-CHECKER " - " WS-SENDBACK-REASON
           END-IF.

       1110-READ-NEXT-QUEUE-ROW.
           READ ALC-APQ-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-DONE TO TRUE
               NOT AT END
                   IF ALCQ-ITEM-CORRECTION
                           AND ALCQ-ITEM-ID = WS-KEY-ID-X
                       IF ALCQ-SENT-BACK
                           SET WS-SENDBACK-FOUND TO TRUE
                           MOVE ALCQ-CHECKER-ID TO WS-SENDBACK-CHECKER
                           MOVE ALCQ-SENDBACK-REASON
                               TO WS-SENDBACK-REASON
                       END-IF
                   ELSE
                       SET WS-QUEUE-DONE TO TRUE
                   END-IF
           END-READ.

       2000-CORRECT-AND-RESUBMIT.
           MOVE ALCE-DIVIDEND TO WS-OLD-DIVIDEND
           MOVE ALCE-DIVISOR TO WS-OLD-DIVISOR
           DISPLAY SCR-INQUIRY-SCREEN
           ACCEPT SCR-INQUIRY-SCREEN

               DISPLAY SCR-INQUIRY-SCREEN

               IF LK-DIVIDE-OK
                   IF ALCE-DIVIDEND > WS-APPROVAL-LIMIT
                           OR WS-APPROVAL-LIMIT = ZERO
                       SET ALCE-STATUS-AWAITING TO TRUE
                   ELSE
                       SET ALCE-STATUS-CORRECTED TO TRUE
                   END-IF
                   REWRITE ALC-ERROR-RECORD
                   IF NOT WS-ERR-OK
                       DISPLAY "ALCINQ: ERROR REWRITING ALCERR "
                           "RECORD - STATUS " WS-ERR-STATUS
                   ELSE
                       IF ALCE-STATUS-AWAITING
                           PERFORM 2200-QUEUE-FOR-APPROVAL
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "ALCINQ: CORRECTION STILL INVALID - "
                   WS-AUD-STATUS
           END-IF.

       2200-QUEUE-FOR-APPROVAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO ALC-APPROVAL-RECORD
           SET ALCQ-ITEM-CORRECTION TO TRUE
           MOVE ALCE-KEY-ID TO WS-KEY-ID-X
           MOVE WS-KEY-ID-X TO ALCQ-ITEM-ID
           MOVE WS-CURRENT-TIMESTAMP TO ALCQ-MAKER-TIMESTAMP
           MOVE 1 TO ALCQ-LINE-NO
           SET ALCQ-AWAITING TO TRUE
           MOVE WS-OPERATOR-ID TO ALCQ-MAKER-ID
           MOVE WS-OLD-DIVIDEND TO ALCQ-OLD-DIVIDEND
           MOVE WS-OLD-DIVISOR TO ALCQ-OLD-DIVISOR
           MOVE ALCE-DIVIDEND TO ALCQ-NEW-DIVIDEND
           MOVE ALCE-DIVISOR TO ALCQ-NEW-DIVISOR
           MOVE LK-QUOTIENT TO ALCQ-NEW-QUOTIENT
           MOVE LK-REMAINDER TO ALCQ-NEW-REMAINDER
           WRITE ALC-APPROVAL-RECORD
           IF NOT WS-APQ-OK
      *>       Never leave a record at "A" with nothing on the queue
      *>       for a checker to find - put it back to pending.
               DISPLAY "ALCINQ: ERROR WRITING ALCAPQ RECORD - STATUS "
                   WS-APQ-STATUS " - CORRECTION NOT SAVED"
               MOVE WS-OLD-DIVIDEND TO ALCE-DIVIDEND
               MOVE WS-OLD-DIVISOR TO ALCE-DIVISOR
               SET ALCE-STATUS-PENDING TO TRUE
               REWRITE ALC-ERROR-RECORD
           ELSE
               DISPLAY "ALCINQ: CORRECTION ABOVE APPROVAL LIMIT - "
                   "AWAITING APPROVAL BY A SECOND USER"
           END-IF.

       3000-ASK-CONTINUE.
           DISPLAY "CORRECT ANOTHER RECORD (Y/N)? "
               WITH NO ADVANCING
