      *>-----------------------------------------------------------
      *> ALCMANF - daily receiving manifest by store.
      *>
      *> The feeds are laid out for the systems that post them -
      *> key-major, department-major - which is no use to a store
      *> that wants to know what is coming through its door. Now
      *> that every bucket carries the store/location it ships to
      *> (off the ALCLOC directory), this step turns the night
      *> round into one manifest per store:
      *>
      *>   "ALLOCATION"  "B" records on tonight's ALCOUT feed - the
      *>                 weighted splits booked by ALCBATCH
      *>   "CORRECTION"  "B" records on ALCOUTC - buckets of the
      *>                 corrections ALCRSUB resubmitted
      *>   "RELEASE"     ALCSCHD installments released on the
      *>                 ALCPARM business date by ALCSREL
      *>
      *> Each store gets a heading with its ship-to name, one line
      *> per bucket and a store total; the last page carries the
      *> grand totals. The lines are put into store order by an
      *> internal sort, so nothing about the feeds has to change.
      *> Installment rows laid down before the directory existed
      *> carry no store and print together under "NO STORE".
      *>
      *> The manifest runs in the ALCSREL job straight after the
      *> release sweep - the run ledger holds the sweep back until
      *> the night's ALCBATCH has completed, so by then the feeds
      *> and the day's releases are all in.
      *>
      *> The manifest is a report only - nothing is updated.
      *> RETURN-CODE 16 means a file or the parameter card was
      *> unusable, otherwise 0.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCMANF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-OUT-FILE ASSIGN TO "ALCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT ALC-OUTC-FILE ASSIGN TO "ALCOUTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTC-STATUS.

           SELECT ALC-SCHD-FILE ASSIGN TO "ALCSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALCS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT ALC-PARM-FILE ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALC-MNF-FILE ASSIGN TO "ALCMNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNF-STATUS.

           SELECT ALC-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ALC-OUT-RECORD                 PIC X(80).

       FD  ALC-OUTC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ALC-OUTC-RECORD                PIC X(80).

       FD  ALC-SCHD-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY ALCSCD.

       FD  ALC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCPRM.

       FD  ALC-MNF-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ALC-MNF-RECORD                 PIC X(132).

      *>   One manifest line, in store / source / key / bucket
      *>   order once sorted.
       SD  ALC-SORT-FILE.
       01  SRT-RECORD.
           05  SRT-STORE-ID            PIC X(6).
           05  SRT-SOURCE              PIC X(1).
               88  SRT-ALLOCATION               VALUE "A".
               88  SRT-CORRECTION               VALUE "C".
               88  SRT-RELEASE                  VALUE "R".
           05  SRT-KEY-ID              PIC 9(9).
           05  SRT-BUCKET-NO           PIC 9(3).
           05  SRT-SHIP-TO-NAME        PIC X(30).
           05  SRT-AMOUNT              PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-OUT-STATUS               PIC X(2).
           88  WS-OUT-OK                     VALUE "00".
       01  WS-OUTC-STATUS              PIC X(2).
           88  WS-OUTC-OK                    VALUE "00".
       01  WS-SCHD-STATUS              PIC X(2).
           88  WS-SCHD-OK                    VALUE "00".
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-MNF-STATUS               PIC X(2).
           88  WS-MNF-OK                     VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-EOF                        VALUE "Y".
       01  WS-FIRST-STORE-SWITCH       PIC X(1) VALUE "Y".
           88  WS-FIRST-STORE                VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8).

      *>   The feed record in flight, read opaquely and laid over
      *>   the bucket view only when byte 1 says "B".
       01  WS-FEED-RECORD              PIC X(80).

       01  WS-CURRENT-STORE            PIC X(6).

       01  WS-STORE-LINES              PIC 9(7)  VALUE ZERO.
       01  WS-STORE-AMOUNT             PIC 9(11)V99 VALUE ZERO.
       01  WS-STORE-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-TOTAL-LINES              PIC 9(9)  VALUE ZERO.
       01  WS-TOTAL-AMOUNT             PIC 9(13)V99 VALUE ZERO.
       01  WS-NO-STORE-LINES           PIC 9(9)  VALUE ZERO.
       01  WS-ALLOC-LINES              PIC 9(9)  VALUE ZERO.
       01  WS-CORR-LINES               PIC 9(9)  VALUE ZERO.
       01  WS-REL-LINES                PIC 9(9)  VALUE ZERO.

       COPY ALCOUT.

       01  MNF-HEADING-LINE.
           05  FILLER                  PIC X(40) VALUE
               "RECEIVING MANIFEST BY STORE AS OF ".
           05  MNF-HDG-DATE            PIC 9(8).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  MNF-STORE-LINE.
           05  FILLER                  PIC X(7) VALUE "STORE ".
           05  MNF-STO-STORE-ID        PIC X(8).
           05  FILLER                  PIC X(9) VALUE "SHIP TO ".
           05  MNF-STO-SHIP-TO-NAME    PIC X(30).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  MNF-COLUMN-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "SOURCE".
           05  FILLER                  PIC X(12) VALUE "KEY-ID".
           05  FILLER                  PIC X(8) VALUE "BUCKET".
           05  FILLER                  PIC X(94) VALUE "AMOUNT".

       01  MNF-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  MNF-DET-SOURCE          PIC X(14).
           05  MNF-DET-KEY-ID          PIC 9(9).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  MNF-DET-BUCKET-NO       PIC 9(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  MNF-DET-AMOUNT          PIC Z(6)9.99.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  MNF-STORE-TOTAL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "STORE TOTAL".
           05  MNF-STT-LINES           PIC Z(6)9.
           05  FILLER                  PIC X(9) VALUE " LINE(S)".
           05  MNF-STT-AMOUNT          PIC Z(10)9.99.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  MNF-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               "STORES:             ".
           05  MNF-TOT-STORES          PIC Z(13)9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  MNF-TOTAL-LINE2.
           05  FILLER                  PIC X(20) VALUE
               "MANIFEST LINES:     ".
           05  MNF-TOT-LINES           PIC Z(13)9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  MNF-TOTAL-LINE3.
           05  FILLER                  PIC X(20) VALUE
               "MANIFEST AMOUNT:    ".
           05  MNF-TOT-AMOUNT          PIC Z(13)9.99.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  MNF-TOTAL-LINE4.
           05  FILLER                  PIC X(20) VALUE
               "LINES WITH NO STORE:".
           05  MNF-TOT-NO-STORE        PIC Z(13)9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT ALC-SORT-FILE
               ON ASCENDING KEY SRT-STORE-ID
                                SRT-SOURCE
                                SRT-KEY-ID
                                SRT-BUCKET-NO
               INPUT PROCEDURE IS 2000-GATHER-LINES
               OUTPUT PROCEDURE IS 5000-PRINT-MANIFEST
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-PARM-CARD

           OPEN INPUT ALC-OUT-FILE
           IF NOT WS-OUT-OK
               DISPLAY "ALCMANF: UNABLE TO OPEN ALCOUT - STATUS "
                   WS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ALC-OUTC-FILE
           IF NOT WS-OUTC-OK
               DISPLAY "ALCMANF: UNABLE TO OPEN ALCOUTC - STATUS "
                   WS-OUTC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ALC-SCHD-FILE
           IF NOT WS-SCHD-OK
               DISPLAY "ALCMANF: UNABLE TO OPEN ALCSCHD - STATUS "
                   WS-SCHD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ALC-MNF-FILE
           IF NOT WS-MNF-OK
               DISPLAY "ALCMANF: UNABLE TO OPEN ALCMNRPT - STATUS "
                   WS-MNF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO MNF-HDG-DATE
           WRITE ALC-MNF-RECORD FROM MNF-HEADING-LINE.

       1300-READ-PARM-CARD.
           OPEN INPUT ALC-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ALCMANF: UNABLE TO OPEN ALCPARM - STATUS "
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ALC-PARM-FILE
               AT END
                   DISPLAY "ALCMANF: ALCPARM CARD IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ALC-PARM-FILE
           IF ALCP-RUN-DATE NOT NUMERIC OR ALCP-RUN-DATE = ZERO
               DISPLAY "ALCMANF: ALCPARM RUN DATE INVALID: "
                   ALCP-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ALCP-RUN-DATE TO WS-RUN-DATE.

      *>-----------------------------------------------------------
      *> Sort input: the three sources one after the other.
      *>-----------------------------------------------------------
       2000-GATHER-LINES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-NIGHTLY-FEED UNTIL WS-EOF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2200-READ-CORRECTIONS-FEED UNTIL WS-EOF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2300-READ-SCHEDULE UNTIL WS-EOF.

       2100-READ-NIGHTLY-FEED.
           READ ALC-OUT-FILE INTO WS-FEED-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-FEED-RECORD (1:1) = "B"
                       MOVE WS-FEED-RECORD TO ALCO-BUCKET-RECORD
                       MOVE "A" TO SRT-SOURCE
                       ADD 1 TO WS-ALLOC-LINES
                       PERFORM 2400-RELEASE-BUCKET
                   END-IF
           END-READ.

       2200-READ-CORRECTIONS-FEED.
           READ ALC-OUTC-FILE INTO WS-FEED-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-FEED-RECORD (1:1) = "B"
                       MOVE WS-FEED-RECORD TO ALCO-BUCKET-RECORD
                       MOVE "C" TO SRT-SOURCE
                       ADD 1 TO WS-CORR-LINES
                       PERFORM 2400-RELEASE-BUCKET
                   END-IF
           END-READ.

       2300-READ-SCHEDULE.
      *>   Only installments ALCSREL released under tonight's
      *>   business date - a cancelled row carries its cancel date
      *>   in the same field and is left out.
           READ ALC-SCHD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ALCS-RELEASED
                           AND ALCS-RELEASE-DATE = WS-RUN-DATE
                       MOVE ALCS-STORE-ID TO SRT-STORE-ID
                       MOVE "R" TO SRT-SOURCE
                       MOVE ALCS-KEY-ID TO SRT-KEY-ID
                       MOVE ALCS-BUCKET-NO TO SRT-BUCKET-NO
                       MOVE ALCS-SHIP-TO-NAME TO SRT-SHIP-TO-NAME
                       MOVE ALCS-AMOUNT TO SRT-AMOUNT
                       ADD 1 TO WS-REL-LINES
                       RELEASE SRT-RECORD
                   END-IF
           END-READ.

       2400-RELEASE-BUCKET.
           MOVE ALCO-BKT-STORE-ID TO SRT-STORE-ID
           MOVE ALCO-BKT-KEY-ID TO SRT-KEY-ID
           MOVE ALCO-BKT-BUCKET-NO TO SRT-BUCKET-NO
           MOVE ALCO-BKT-SHIP-TO-NAME TO SRT-SHIP-TO-NAME
           MOVE ALCO-BKT-AMOUNT TO SRT-AMOUNT
           RELEASE SRT-RECORD.

      *>-----------------------------------------------------------
      *> Sort output: store heading, lines and total per store.
      *>-----------------------------------------------------------
       5000-PRINT-MANIFEST.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 5100-RETURN-ONE-LINE UNTIL WS-EOF
           IF NOT WS-FIRST-STORE
               PERFORM 5300-STORE-TOTAL
           END-IF.

       5100-RETURN-ONE-LINE.
           RETURN ALC-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-FIRST-STORE
                           OR SRT-STORE-ID NOT = WS-CURRENT-STORE
                       IF NOT WS-FIRST-STORE
                           PERFORM 5300-STORE-TOTAL
                       END-IF
                       PERFORM 5200-STORE-HEADING
                   END-IF
                   PERFORM 5400-DETAIL-LINE
           END-RETURN.

       5200-STORE-HEADING.
           MOVE "N" TO WS-FIRST-STORE-SWITCH
           MOVE SRT-STORE-ID TO WS-CURRENT-STORE
           MOVE ZERO TO WS-STORE-LINES
           MOVE ZERO TO WS-STORE-AMOUNT
           ADD 1 TO WS-STORE-COUNT
           IF SRT-STORE-ID = SPACES
               MOVE "NONE" TO MNF-STO-STORE-ID
               MOVE "NO STORE LOCATION ON FILE" TO MNF-STO-SHIP-TO-NAME
           ELSE
               MOVE SRT-STORE-ID TO MNF-STO-STORE-ID
               MOVE SRT-SHIP-TO-NAME TO MNF-STO-SHIP-TO-NAME
           END-IF
           MOVE SPACES TO ALC-MNF-RECORD
           WRITE ALC-MNF-RECORD
           WRITE ALC-MNF-RECORD FROM MNF-STORE-LINE
           WRITE ALC-MNF-RECORD FROM MNF-COLUMN-LINE.

       5300-STORE-TOTAL.
           MOVE WS-STORE-LINES TO MNF-STT-LINES
           MOVE WS-STORE-AMOUNT TO MNF-STT-AMOUNT
           WRITE ALC-MNF-RECORD FROM MNF-STORE-TOTAL-LINE.

       5400-DETAIL-LINE.
           EVALUATE TRUE
               WHEN SRT-ALLOCATION
                   MOVE "ALLOCATION" TO MNF-DET-SOURCE
               WHEN SRT-CORRECTION
                   MOVE "CORRECTION" TO MNF-DET-SOURCE
               WHEN OTHER
                   MOVE "RELEASE" TO MNF-DET-SOURCE
           END-EVALUATE
           MOVE SRT-KEY-ID TO MNF-DET-KEY-ID
           MOVE SRT-BUCKET-NO TO MNF-DET-BUCKET-NO
           MOVE SRT-AMOUNT TO MNF-DET-AMOUNT
           WRITE ALC-MNF-RECORD FROM MNF-DETAIL-LINE
           ADD 1 TO WS-STORE-LINES
           ADD SRT-AMOUNT TO WS-STORE-AMOUNT
           ADD 1 TO WS-TOTAL-LINES
           ADD SRT-AMOUNT TO WS-TOTAL-AMOUNT
           IF SRT-STORE-ID = SPACES
               ADD 1 TO WS-NO-STORE-LINES
           END-IF.

       8000-FINALIZE.
           MOVE SPACES TO ALC-MNF-RECORD
           WRITE ALC-MNF-RECORD
           MOVE WS-STORE-COUNT TO MNF-TOT-STORES
           WRITE ALC-MNF-RECORD FROM MNF-TOTAL-LINE
           MOVE WS-TOTAL-LINES TO MNF-TOT-LINES
           WRITE ALC-MNF-RECORD FROM MNF-TOTAL-LINE2
           MOVE WS-TOTAL-AMOUNT TO MNF-TOT-AMOUNT
           WRITE ALC-MNF-RECORD FROM MNF-TOTAL-LINE3
           MOVE WS-NO-STORE-LINES TO MNF-TOT-NO-STORE
           WRITE ALC-MNF-RECORD FROM MNF-TOTAL-LINE4

           CLOSE ALC-OUT-FILE
           CLOSE ALC-OUTC-FILE
           CLOSE ALC-SCHD-FILE
           CLOSE ALC-MNF-FILE

           DISPLAY "ALCMANF: " WS-TOTAL-LINES " LINE(S) FOR "
               WS-STORE-COUNT " STORE(S) - " WS-ALLOC-LINES
               " ALLOCATION, " WS-CORR-LINES " CORRECTION, "
               WS-REL-LINES " RELEASE"
           IF WS-NO-STORE-LINES > ZERO
               DISPLAY "ALCMANF: " WS-NO-STORE-LINES
                   " LINE(S) WITH NO STORE LOCATION"
           END-IF

           MOVE 0 TO RETURN-CODE.
