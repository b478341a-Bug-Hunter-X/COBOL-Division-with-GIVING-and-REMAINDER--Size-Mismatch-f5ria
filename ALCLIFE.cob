      *>-----------------------------------------------------------
      *> ALCLIFE - online single-key allocation lifecycle inquiry.
      *>
      *> Sibling of the ALCINQ and ALCAHST screens. Answering one
      *> warehouse call about a key-ID used to mean four programs
      *> and a browse: ALCINQ for the rejection, ALCAHST for the
      *> divides, ALCMSTR for the booking and its confirmation,
      *> ALCSCHD for the installments. Here the operator keys the
      *> key-ID once and gets its whole life on one screen:
      *>
      *>   REJECTIONS    the live ALCERR row (pending or corrected,
      *>                 awaiting the ALCRSUB sweep) and every
      *>                 cleared copy on the ALCERRA archive, with
      *>                 reason and rejection date
      *>   BOOKING       the ALCMSTR row - run date, amounts,
      *>                 active/reversed, and the ALCM-CONFIRM-DATE
      *>                 downstream acknowledgment
      *>   INSTALLMENTS  each ALCSCHD bucket with due date, amount
      *>                 and released/pending/held/cancelled state
      *>   DIVIDES       the ALCAUD history, oldest first
      *>
      *> and a one-line verdict summing it up, e.g.
      *>   BOOKED, 3 OF 6 INSTALLMENTS RELEASED, CONFIRMED
      *>   2026-10-02
      *>
      *> Everything is opened input-only; the inquiry changes
      *> nothing. ALCERRA is a sequential archive, so it is read
      *> front to back on each lookup.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCLIFE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-ERR-FILE ASSIGN TO "ALCERR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCE-KEY-ID
               FILE STATUS IS WS-ERR-STATUS.

           SELECT ALC-ERRA-FILE ASSIGN TO "ALCERRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRA-STATUS.

           SELECT ALC-MSTR-FILE ASSIGN TO "ALCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCM-KEY-ID
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT ALC-SCHD-FILE ASSIGN TO "ALCSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT ALC-AUD-FILE ASSIGN TO "ALCAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCA-KEY
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-ERR-FILE
           RECORD CONTAINS 111 CHARACTERS.
       COPY ALCERR.

       FD  ALC-ERRA-FILE
           RECORD CONTAINS 111 CHARACTERS.
       01  ALC-ERRA-RECORD                PIC X(111).

       FD  ALC-MSTR-FILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY ALCMST.

       FD  ALC-SCHD-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY ALCSCD.

       FD  ALC-AUD-FILE
           RECORD CONTAINS 75 CHARACTERS.
       COPY ALCAUD.

       WORKING-STORAGE SECTION.
       01  WS-ERR-STATUS               PIC X(2).
           88  WS-ERR-OK                     VALUE "00".
       01  WS-ERRA-STATUS              PIC X(2).
           88  WS-ERRA-OK                    VALUE "00".
       01  WS-MSTR-STATUS              PIC X(2).
           88  WS-MSTR-OK                    VALUE "00".
       01  WS-SCHD-STATUS              PIC X(2).
           88  WS-SCHD-OK                    VALUE "00".
       01  WS-AUD-STATUS               PIC X(2).
           88  WS-AUD-OK                     VALUE "00".

       01  WS-INQUIRY-KEY              PIC 9(9).

      *>   Display-edited copies of the money fields, as on the
      *>   ALCAHST screen.
       01  WS-DSP-DIVIDEND             PIC Z(6)9.99.
       01  WS-DSP-QUOTIENT             PIC Z(6)9.99.
       01  WS-DSP-REMAINDER            PIC -Z(5)9.99.
       01  WS-DSP-AMOUNT               PIC Z(6)9.99.

       01  WS-ERRA-EOF-SWITCH          PIC X(1).
           88  WS-ERRA-EOF                   VALUE "Y".
       01  WS-SCHED-DONE-SWITCH        PIC X(1).
           88  WS-SCHED-DONE                 VALUE "Y".
       01  WS-HISTORY-DONE-SWITCH      PIC X(1).
           88  WS-HISTORY-DONE               VALUE "Y".

      *>   What the lookup found, kept for the verdict line.
       01  WS-LIVE-REJECT-SWITCH       PIC X(1).
           88  WS-LIVE-REJECT-PENDING        VALUE "P".
           88  WS-LIVE-REJECT-CORRECTED      VALUE "C".
           88  WS-LIVE-REJECT-AWAITING       VALUE "A".
           88  WS-NO-LIVE-REJECT             VALUE "N".
       01  WS-LIVE-REASON-CODE         PIC 9(2).
       01  WS-BOOKED-SWITCH            PIC X(1).
           88  WS-BOOKED                     VALUE "Y".
       01  WS-BOOKED-STATUS            PIC X(1).
           88  WS-BOOKED-REVERSED            VALUE "R".
       01  WS-CONFIRM-DATE             PIC 9(8).
       01  WS-ARCHIVED-COUNT           PIC 9(5).
       01  WS-SCHED-COUNT              PIC 9(5).
       01  WS-RELEASED-COUNT           PIC 9(5).
       01  WS-CANCELLED-COUNT          PIC 9(5).
       01  WS-SCHED-TOTAL              PIC 9(9)V99.
       01  WS-RELEASED-TOTAL           PIC 9(9)V99.
       01  WS-ROW-COUNT                PIC 9(5).

       01  WS-STATE-TEXT               PIC X(10).

      *>   Verdict line and the pieces it is strung together from.
       01  WS-VERDICT                  PIC X(79).
       01  WS-VERDICT-PTR              PIC 9(3).
       01  WS-EDIT-COUNT               PIC Z(4)9.
       01  WS-EDIT-LEAD                PIC 9(2).
       01  WS-APPEND-COUNT             PIC 9(5).
       01  WS-FMT-DATE-IN              PIC 9(8).
       01  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE-IN.
           05  WS-FMT-YYYY             PIC 9(4).
           05  WS-FMT-MM               PIC 9(2).
           05  WS-FMT-DD               PIC 9(2).
       01  WS-FMT-DATE                 PIC X(10).

       01  WS-CONTINUE-SWITCH          PIC X(1) VALUE "Y".
           88  WS-CONTINUE                   VALUE "Y".

      *>   Key entry in the same screen style as ALCINQ/ALCAHST;
      *>   the findings scroll as DISPLAY lines below it because a
      *>   key can have any number of installments and divides.
       SCREEN SECTION.
       01  SCR-LIFECYCLE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1
               VALUE "ALCLIFE - ALLOCATION LIFECYCLE INQUIRY".
           05  LINE 3  COL 1  VALUE "KEY ID. . . . . . :".
           05  LINE 3  COL 22 PIC 9(9) USING WS-INQUIRY-KEY.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT ALC-ERR-FILE
           IF NOT WS-ERR-OK
               DISPLAY "ALCLIFE: UNABLE TO OPEN ALCERR - STATUS "
                   WS-ERR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALC-MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "ALCLIFE: UNABLE TO OPEN ALCMSTR - STATUS "
                   WS-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALC-SCHD-FILE
           IF NOT WS-SCHD-OK
               DISPLAY "ALCLIFE: UNABLE TO OPEN ALCSCHD - STATUS "
                   WS-SCHD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALC-AUD-FILE
           IF NOT WS-AUD-OK
               DISPLAY "ALCLIFE: UNABLE TO OPEN ALCAUD - STATUS "
                   WS-AUD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL NOT WS-CONTINUE
               PERFORM 1000-SHOW-LIFECYCLE
               PERFORM 3000-ASK-CONTINUE
           END-PERFORM
           CLOSE ALC-ERR-FILE
           CLOSE ALC-MSTR-FILE
           CLOSE ALC-SCHD-FILE
           CLOSE ALC-AUD-FILE
           GOBACK.

       1000-SHOW-LIFECYCLE.
           MOVE ZERO TO WS-INQUIRY-KEY
           DISPLAY SCR-LIFECYCLE-SCREEN
           ACCEPT SCR-LIFECYCLE-SCREEN

           SET WS-NO-LIVE-REJECT TO TRUE
           MOVE ZERO TO WS-LIVE-REASON-CODE
           MOVE "N" TO WS-BOOKED-SWITCH
           MOVE SPACE TO WS-BOOKED-STATUS
           MOVE ZERO TO WS-CONFIRM-DATE
           MOVE ZERO TO WS-ARCHIVED-COUNT
           MOVE ZERO TO WS-SCHED-COUNT
           MOVE ZERO TO WS-RELEASED-COUNT
           MOVE ZERO TO WS-CANCELLED-COUNT
           MOVE ZERO TO WS-SCHED-TOTAL
           MOVE ZERO TO WS-RELEASED-TOTAL

           PERFORM 1100-SHOW-REJECTIONS
           PERFORM 1200-SHOW-BOOKING
           PERFORM 1300-SHOW-INSTALLMENTS
           PERFORM 1400-SHOW-DIVIDES
           PERFORM 2000-BUILD-VERDICT

           DISPLAY " "
           DISPLAY "VERDICT: " WS-VERDICT.

       1100-SHOW-REJECTIONS.
           DISPLAY " "
           DISPLAY "REJECTIONS"
           MOVE WS-INQUIRY-KEY TO ALCE-KEY-ID
           READ ALC-ERR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ALCE-STATUS-PENDING
                           SET WS-LIVE-REJECT-PENDING TO TRUE
                           MOVE "PENDING" TO WS-STATE-TEXT
                       WHEN ALCE-STATUS-AWAITING
                           SET WS-LIVE-REJECT-AWAITING TO TRUE
                           MOVE "AWAITING" TO WS-STATE-TEXT
                       WHEN OTHER
                           SET WS-LIVE-REJECT-CORRECTED TO TRUE
                           MOVE "CORRECTED" TO WS-STATE-TEXT
                   END-EVALUATE
                   MOVE ALCE-REASON-CODE TO WS-LIVE-REASON-CODE
                   PERFORM 1150-DISPLAY-REJECTION
           END-READ

      *>   Cleared rejections live on the ALCERRA archive ALCRSUB
      *>   appends to; a key rejected more than once has one copy
      *>   per clearance.
           OPEN INPUT ALC-ERRA-FILE
           IF NOT WS-ERRA-OK
               DISPLAY "  ALCERRA ARCHIVE NOT AVAILABLE - STATUS "
                   WS-ERRA-STATUS
           ELSE
               MOVE "N" TO WS-ERRA-EOF-SWITCH
               PERFORM 1120-SCAN-ARCHIVE UNTIL WS-ERRA-EOF
               CLOSE ALC-ERRA-FILE
           END-IF

           IF WS-NO-LIVE-REJECT AND WS-ARCHIVED-COUNT = ZERO
               DISPLAY "  NONE"
           END-IF.

       1120-SCAN-ARCHIVE.
           READ ALC-ERRA-FILE
               AT END
                   SET WS-ERRA-EOF TO TRUE
               NOT AT END
      *>           The archive carries the ALCERR layout byte for
      *>           byte; the live row has already been shown, so
      *>           its record area is free to lay the copy over.
                   MOVE ALC-ERRA-RECORD TO ALC-ERROR-RECORD
                   IF ALCE-KEY-ID = WS-INQUIRY-KEY
                       ADD 1 TO WS-ARCHIVED-COUNT
                       MOVE "ARCHIVED" TO WS-STATE-TEXT
                       PERFORM 1150-DISPLAY-REJECTION
                   END-IF
           END-READ.

       1150-DISPLAY-REJECTION.
           MOVE ALCE-DIVIDEND TO WS-DSP-DIVIDEND
           DISPLAY "  " WS-STATE-TEXT " RUN " ALCE-RUN-DATE
               " REASON " ALCE-REASON-CODE " " ALCE-REASON-TEXT
           DISPLAY "             DVD=" WS-DSP-DIVIDEND
               " DVS=" ALCE-DIVISOR " MODE=" ALCE-PROCESS-MODE
               " DEPT=" ALCE-DEPT-CODE
               " REJECTED " ALCE-REJECT-TIMESTAMP (1:8).

       1200-SHOW-BOOKING.
           DISPLAY " "
           DISPLAY "BOOKING"
           MOVE WS-INQUIRY-KEY TO ALCM-KEY-ID
           READ ALC-MSTR-FILE
               INVALID KEY
                   DISPLAY "  NOT ON ALCMSTR"
               NOT INVALID KEY
                   SET WS-BOOKED TO TRUE
                   MOVE ALCM-STATUS TO WS-BOOKED-STATUS
                   MOVE ALCM-CONFIRM-DATE TO WS-CONFIRM-DATE
                   IF ALCM-REVERSED
                       MOVE "REVERSED" TO WS-STATE-TEXT
                   ELSE
                       MOVE "ACTIVE" TO WS-STATE-TEXT
                   END-IF
                   MOVE ALCM-DIVIDEND TO WS-DSP-DIVIDEND
                   MOVE ALCM-QUOTIENT TO WS-DSP-QUOTIENT
                   MOVE ALCM-REMAINDER TO WS-DSP-REMAINDER
                   DISPLAY "  " WS-STATE-TEXT " RUN " ALCM-RUN-DATE
                       " DVD=" WS-DSP-DIVIDEND
                       " DVS=" ALCM-DIVISOR
                       " QUO=" WS-DSP-QUOTIENT
                       " REM=" WS-DSP-REMAINDER
                   IF ALCM-CONFIRM-DATE = ZERO
                       DISPLAY "  NO DOWNSTREAM ACKNOWLEDGMENT YET"
                   ELSE
                       DISPLAY "  ACKNOWLEDGED DOWNSTREAM "
                           ALCM-CONFIRM-DATE
                   END-IF
           END-READ.

       1300-SHOW-INSTALLMENTS.
           DISPLAY " "
           DISPLAY "INSTALLMENTS"
      *>   Bucket zero sorts ahead of every real bucket, so the
      *>   START lands on the key's first installment.
           MOVE WS-INQUIRY-KEY TO ALCS-KEY-ID
           MOVE ZERO TO ALCS-BUCKET-NO
           MOVE "N" TO WS-SCHED-DONE-SWITCH
           START ALC-SCHD-FILE KEY >= ALCS-KEY
               INVALID KEY
                   SET WS-SCHED-DONE TO TRUE
           END-START
           PERFORM 1320-READ-NEXT-INSTALLMENT UNTIL WS-SCHED-DONE
           IF WS-SCHED-COUNT = ZERO
               DISPLAY "  NONE"
           END-IF.

       1320-READ-NEXT-INSTALLMENT.
           READ ALC-SCHD-FILE NEXT RECORD
               AT END
                   SET WS-SCHED-DONE TO TRUE
               NOT AT END
                   IF ALCS-KEY-ID = WS-INQUIRY-KEY
                       ADD 1 TO WS-SCHED-COUNT
                       ADD ALCS-AMOUNT TO WS-SCHED-TOTAL
                       MOVE ALCS-AMOUNT TO WS-DSP-AMOUNT
                       EVALUATE TRUE
                           WHEN ALCS-RELEASED
                               ADD 1 TO WS-RELEASED-COUNT
                               ADD ALCS-AMOUNT TO WS-RELEASED-TOTAL
                               DISPLAY "  BUCKET " ALCS-BUCKET-NO
                                   " DUE " ALCS-DUE-DATE
                                   " AMT=" WS-DSP-AMOUNT
                                   " RELEASED " ALCS-RELEASE-DATE
                           WHEN ALCS-CANCELLED
                               ADD 1 TO WS-CANCELLED-COUNT
                               DISPLAY "  BUCKET " ALCS-BUCKET-NO
                                   " DUE " ALCS-DUE-DATE
                                   " AMT=" WS-DSP-AMOUNT
                                   " CANCELLED " ALCS-RELEASE-DATE
                           WHEN ALCS-HELD
                               DISPLAY "  BUCKET " ALCS-BUCKET-NO
                                   " DUE " ALCS-DUE-DATE
                                   " AMT=" WS-DSP-AMOUNT
                                   " ON HOLD"
                           WHEN OTHER
                               DISPLAY "  BUCKET " ALCS-BUCKET-NO
                                   " DUE " ALCS-DUE-DATE
                                   " AMT=" WS-DSP-AMOUNT
                                   " PENDING"
                       END-EVALUATE
                   ELSE
                       SET WS-SCHED-DONE TO TRUE
                   END-IF
           END-READ.

       1400-SHOW-DIVIDES.
           DISPLAY " "
           DISPLAY "DIVIDES"
      *>   Same positioning as ALCAHST: LOW-VALUES in the timestamp
      *>   half of the key sorts ahead of any real timestamp.
           MOVE WS-INQUIRY-KEY TO ALCA-KEY-ID
           MOVE LOW-VALUES TO ALCA-TIMESTAMP
           MOVE "N" TO WS-HISTORY-DONE-SWITCH
           MOVE ZERO TO WS-ROW-COUNT
           START ALC-AUD-FILE KEY >= ALCA-KEY
               INVALID KEY
                   SET WS-HISTORY-DONE TO TRUE
           END-START
           PERFORM 1420-READ-NEXT-DIVIDE UNTIL WS-HISTORY-DONE
           IF WS-ROW-COUNT = ZERO
               DISPLAY "  NONE"
           END-IF.

       1420-READ-NEXT-DIVIDE.
           READ ALC-AUD-FILE NEXT RECORD
               AT END
                   SET WS-HISTORY-DONE TO TRUE
               NOT AT END
                   IF ALCA-KEY-ID = WS-INQUIRY-KEY
                       ADD 1 TO WS-ROW-COUNT
                       MOVE ALCA-DIVIDEND TO WS-DSP-DIVIDEND
                       MOVE ALCA-QUOTIENT TO WS-DSP-QUOTIENT
                       MOVE ALCA-REMAINDER TO WS-DSP-REMAINDER
                       DISPLAY "  " ALCA-TIMESTAMP (1:14) " "
                           ALCA-SOURCE-PGM
                           " DVD=" WS-DSP-DIVIDEND
                           " DVS=" ALCA-DIVISOR
                           " QUO=" WS-DSP-QUOTIENT
                           " REM=" WS-DSP-REMAINDER
                   ELSE
                       SET WS-HISTORY-DONE TO TRUE
                   END-IF
           END-READ.

       2000-BUILD-VERDICT.
           MOVE SPACES TO WS-VERDICT
           MOVE 1 TO WS-VERDICT-PTR
           EVALUATE TRUE
               WHEN WS-BOOKED
                   IF WS-BOOKED-REVERSED
                       STRING "REVERSED" DELIMITED BY SIZE
                           INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
                   ELSE
                       STRING "BOOKED" DELIMITED BY SIZE
                           INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
                   END-IF
                   IF WS-SCHED-COUNT > ZERO
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
                       MOVE WS-RELEASED-COUNT TO WS-APPEND-COUNT
                       PERFORM 2100-APPEND-COUNT
                       STRING " OF " DELIMITED BY SIZE
                           INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
                       MOVE WS-SCHED-COUNT TO WS-APPEND-COUNT
                       PERFORM 2100-APPEND-COUNT
                       STRING " INSTALLMENTS RELEASED"
                           DELIMITED BY SIZE
                           INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
                       IF WS-CANCELLED-COUNT > ZERO
                           STRING ", " DELIMITED BY SIZE
                               INTO WS-VERDICT
                               WITH POINTER WS-VERDICT-PTR
                           MOVE WS-CANCELLED-COUNT TO WS-APPEND-COUNT
                           PERFORM 2100-APPEND-COUNT
                           STRING " CANCELLED" DELIMITED BY SIZE
                               INTO WS-VERDICT
                               WITH POINTER WS-VERDICT-PTR
                       END-IF
                   END-IF
                   IF WS-CONFIRM-DATE = ZERO
                       STRING ", NOT YET CONFIRMED" DELIMITED BY SIZE
                           INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
                   ELSE
                       MOVE WS-CONFIRM-DATE TO WS-FMT-DATE-IN
                       PERFORM 2200-FORMAT-DATE
                       STRING ", CONFIRMED " WS-FMT-DATE
                           DELIMITED BY SIZE
                           INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
                   END-IF
                   IF WS-LIVE-REJECT-PENDING
                       STRING ", RESEND PENDING ON ALCERR"
                           DELIMITED BY SIZE
                           INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
                   END-IF
               WHEN WS-LIVE-REJECT-PENDING
                   STRING "REJECTED, REASON " WS-LIVE-REASON-CODE
                       ", PENDING CORRECTION" DELIMITED BY SIZE
                       INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
               WHEN WS-LIVE-REJECT-AWAITING
                   STRING "CORRECTED, AWAITING APPROVAL ON ALCAPRV"
                       DELIMITED BY SIZE
                       INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
               WHEN WS-LIVE-REJECT-CORRECTED
                   STRING "CORRECTED, AWAITING RESUBMISSION"
                       DELIMITED BY SIZE
                       INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
               WHEN WS-ROW-COUNT > ZERO OR WS-ARCHIVED-COUNT > ZERO
      *>           Divided once but no longer on the master - the
      *>           ALCMSWP retention sweep moves aged rows to ALCMSTA.
                   STRING "NOT ON ALCMSTR - AGED OFF TO ALCMSTA?"
                       DELIMITED BY SIZE
                       INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
               WHEN OTHER
                   STRING "NO RECORD OF THIS KEY" DELIMITED BY SIZE
                       INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR
           END-EVALUATE.

       2100-APPEND-COUNT.
      *>   Strip the edited count's leading blanks so the verdict
      *>   reads "3 OF 6", not "    3 OF     6".
           MOVE WS-APPEND-COUNT TO WS-EDIT-COUNT
           MOVE ZERO TO WS-EDIT-LEAD
           INSPECT WS-EDIT-COUNT TALLYING WS-EDIT-LEAD
               FOR LEADING SPACES
           STRING WS-EDIT-COUNT (WS-EDIT-LEAD + 1:)
               DELIMITED BY SIZE
               INTO WS-VERDICT WITH POINTER WS-VERDICT-PTR.

       2200-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE
           STRING WS-FMT-YYYY "-" WS-FMT-MM "-" WS-FMT-DD
               DELIMITED BY SIZE INTO WS-FMT-DATE.

       3000-ASK-CONTINUE.
           DISPLAY "LOOK UP ANOTHER KEY (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-CONTINUE-SWITCH.
