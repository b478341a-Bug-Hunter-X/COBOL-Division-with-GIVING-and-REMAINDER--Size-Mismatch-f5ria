      *> length 44-byte record; sets a non-zero RETURN-CODE so the
      *> JCL step can fail the job before ALCBATCH ever runs against
      *> a missing or empty extract.
      *>
      *> The extract arrives bracketed by a transmission header
      *> (source system, business date, extract sequence) and a
      *> trailer (detail count, dividend hash total) - see the
      *> ALCXCT copybook. Both are checked against the detail
      *> records actually received, the header date against the
      *> ALCPARM processing date, and the sequence against the
      *> sending system's row on the ALCXREG extract register, so
      *> a truncated, resent, skipped or stale extract stops the
      *> night here instead of being allocated. Only an extract
      *> that passes every check is recorded on the register; a
      *> rerun of the same night therefore restarts the job past
      *> STEP010 rather than re-validating an extract already
      *> accepted.
      *>
      *> RETURN-CODE (the first failing check sets it; every
      *> failing check is DISPLAYed):
      *>    0  extract accepted and registered
      *>    8  no detail records
      *>   16  ALCIN, ALCPARM or ALCXREG unusable
      *>   20  header missing, duplicated, out of place or invalid,
      *>       or records after the trailer
      *>   24  trailer missing or detail count disagrees - a short
      *>       or truncated extract
      *>   28  dividend hash total disagrees
      *>   32  duplicate - this sequence was already accepted
      *>   36  out of sequence - older than, or skips past, the
      *>       next expected sequence
      *>   40  wrong business date - not the ALCPARM date, or not
      *>       later than the last date accepted
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCVAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT ALC-PARM-FILE ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALC-XREG-FILE ASSIGN TO "ALCXREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCXR-SOURCE-SYSTEM
               FILE STATUS IS WS-XREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-IN-FILE
           RECORD CONTAINS 44 CHARACTERS.
       COPY ALCREC.
       COPY ALCXCT.

       FD  ALC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCPRM.

       FD  ALC-XREG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCXRG.

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS                PIC X(2).
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK                    VALUE "00".
       01  WS-XREG-STATUS              PIC X(2).
           88  WS-XREG-OK                    VALUE "00".
           88  WS-XREG-NOT-FOUND             VALUE "23".
       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-EOF                        VALUE "Y".
       01  WS-RECORD-COUNT             PIC 9(9) VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

      *>   What actually arrived, counted as it is read.
       01  WS-DETAIL-COUNT             PIC 9(9)  VALUE ZERO.
       01  WS-DIVIDEND-HASH            PIC 9(13)V99 VALUE ZERO.
       01  WS-NONNUM-DIVIDENDS         PIC 9(9)  VALUE ZERO.
       01  WS-HEADER-COUNT             PIC 9(9)  VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-MISPLACED-COUNT          PIC 9(9)  VALUE ZERO.
       01  WS-AFTER-TRAILER-COUNT      PIC 9(9)  VALUE ZERO.

      *>   The header and trailer as received, kept once the record
      *>   area has moved on.
       01  WS-HDR-SOURCE-SYSTEM        PIC X(8)  VALUE SPACES.
       01  WS-HDR-BUSINESS-DATE        PIC X(8)  VALUE SPACES.
       01  WS-HDR-BUSINESS-DATE-N REDEFINES WS-HDR-BUSINESS-DATE
                                       PIC 9(8).
       01  WS-HDR-EXTRACT-SEQ          PIC X(7)  VALUE SPACES.
       01  WS-HDR-EXTRACT-SEQ-N REDEFINES WS-HDR-EXTRACT-SEQ
                                       PIC 9(7).
       01  WS-TRL-RECORD-COUNT         PIC 9(9)  VALUE ZERO.
       01  WS-TRL-DIVIDEND-HASH        PIC 9(13)V99 VALUE ZERO.

       01  WS-HEADER-VALID-SWITCH      PIC X(1) VALUE "N".
           88  WS-HEADER-VALID               VALUE "Y".
       01  WS-TRAILER-VALID-SWITCH     PIC X(1) VALUE "N".
           88  WS-TRAILER-VALID              VALUE "Y".
       01  WS-NEW-SOURCE-SWITCH        PIC X(1) VALUE "N".
           88  WS-NEW-SOURCE                 VALUE "Y".

       01  WS-EXPECTED-SEQ             PIC 9(7).
       01  WS-CHECK-RC                 PIC 9(2).
       01  WS-FINAL-RC                 PIC 9(2)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1300-READ-PARM-CARD

           OPEN INPUT ALC-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "ALCVAL: UNABLE TO OPEN ALCIN, STATUS="
               GOBACK
           END-IF

           PERFORM 3000-READ-EXTRACT UNTIL WS-EOF

           CLOSE ALC-IN-FILE

           IF WS-RECORD-COUNT = ZERO
               DISPLAY "ALCVAL: ALCIN IS EMPTY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 4000-CHECK-CONTROL-RECORDS
           IF WS-HEADER-VALID
               PERFORM 5000-CHECK-REGISTER
           END-IF

           IF WS-FINAL-RC = ZERO AND WS-DETAIL-COUNT = ZERO
               DISPLAY "ALCVAL: ALCIN HAS NO DETAIL RECORDS"
               MOVE 8 TO WS-FINAL-RC
           END-IF

           IF WS-FINAL-RC = ZERO
               PERFORM 6000-UPDATE-REGISTER
           END-IF

           PERFORM 8000-FINALIZE
           GOBACK.

       1300-READ-PARM-CARD.
      *>   The header's business date must be the night operations
      *>   set up the run for - the same ALCPARM card ALCBATCH reads.
           OPEN INPUT ALC-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "ALCVAL: UNABLE TO OPEN ALCPARM - STATUS "
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ ALC-PARM-FILE
               AT END
                   DISPLAY "ALCVAL: ALCPARM CARD IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE ALC-PARM-FILE
           IF ALCP-RUN-DATE NOT NUMERIC OR ALCP-RUN-DATE = ZERO
               DISPLAY "ALCVAL: ALCPARM RUN DATE INVALID: "
                   ALCP-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ALCP-RUN-DATE TO WS-RUN-DATE.

       3000-READ-EXTRACT.
           READ ALC-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN ALCX-IS-HEADER
                           PERFORM 3100-TAKE-HEADER
                       WHEN ALCX-IS-TRAILER
                           PERFORM 3200-TAKE-TRAILER
                       WHEN OTHER
                           PERFORM 3300-COUNT-DETAIL
                   END-EVALUATE
           END-READ.

       3100-TAKE-HEADER.
      *>   Only the very first record may be the header; a second
      *>   one, or one further down, means two extracts were run
      *>   together or the file was spliced.
           ADD 1 TO WS-HEADER-COUNT
           IF WS-RECORD-COUNT = 1
               MOVE ALCX-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM
               MOVE ALCX-HDR-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE
               MOVE ALCX-HDR-EXTRACT-SEQ TO WS-HDR-EXTRACT-SEQ
           ELSE
               ADD 1 TO WS-MISPLACED-COUNT
           END-IF.

       3200-TAKE-TRAILER.
           ADD 1 TO WS-TRAILER-COUNT
           IF WS-TRAILER-COUNT = 1
               IF ALCX-TRL-RECORD-COUNT NUMERIC
                       AND ALCX-TRL-DIVIDEND-HASH NUMERIC
                   MOVE ALCX-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   MOVE ALCX-TRL-DIVIDEND-HASH TO WS-TRL-DIVIDEND-HASH
                   SET WS-TRAILER-VALID TO TRUE
               ELSE
                   DISPLAY "ALCVAL: TRANSMISSION TRAILER INVALID - "
                       ALC-XMIT-TRAILER-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-MISPLACED-COUNT
           END-IF.

       3300-COUNT-DETAIL.
           IF WS-TRAILER-COUNT > ZERO
               ADD 1 TO WS-AFTER-TRAILER-COUNT
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
      *>       A non-numeric dividend cannot be summed; ALCBATCH
      *>       rejects the record anyway, so it is only counted
      *>       here and reported if the hash then disagrees.
               IF ALC-DIVIDEND NUMERIC
                   ADD ALC-DIVIDEND TO WS-DIVIDEND-HASH
               ELSE
                   ADD 1 TO WS-NONNUM-DIVIDENDS
               END-IF
           END-IF.

       4000-CHECK-CONTROL-RECORDS.
           IF WS-HEADER-COUNT = ZERO OR WS-HDR-SOURCE-SYSTEM = SPACES
               DISPLAY "ALCVAL: TRANSMISSION HEADER MISSING - FIRST "
                   "RECORD IS NOT A HDR RECORD"
               MOVE 20 TO WS-CHECK-RC
               PERFORM 4900-FAIL-CHECK
           ELSE
               IF WS-HDR-BUSINESS-DATE NOT NUMERIC
                       OR WS-HDR-EXTRACT-SEQ NOT NUMERIC
                       OR WS-HDR-BUSINESS-DATE-N = ZERO
                   DISPLAY "ALCVAL: TRANSMISSION HEADER INVALID - "
                       "DATE " WS-HDR-BUSINESS-DATE
                       " SEQ " WS-HDR-EXTRACT-SEQ
                   MOVE 20 TO WS-CHECK-RC
                   PERFORM 4900-FAIL-CHECK
               ELSE
                   SET WS-HEADER-VALID TO TRUE
                   DISPLAY "ALCVAL: EXTRACT FROM " WS-HDR-SOURCE-SYSTEM
                       " BUSINESS DATE " WS-HDR-BUSINESS-DATE
                       " SEQUENCE " WS-HDR-EXTRACT-SEQ
               END-IF
           END-IF

           IF WS-MISPLACED-COUNT > ZERO
               DISPLAY "ALCVAL: " WS-MISPLACED-COUNT
                   " EXTRA OR OUT-OF-PLACE HDR/TRL RECORD(S) - "
                   "EXTRACTS RUN TOGETHER?"
               MOVE 20 TO WS-CHECK-RC
               PERFORM 4900-FAIL-CHECK
           END-IF

           IF WS-AFTER-TRAILER-COUNT > ZERO
               DISPLAY "ALCVAL: " WS-AFTER-TRAILER-COUNT
                   " RECORD(S) FOUND AFTER THE TRAILER"
               MOVE 20 TO WS-CHECK-RC
               PERFORM 4900-FAIL-CHECK
           END-IF

           IF WS-TRAILER-COUNT = ZERO
               DISPLAY "ALCVAL: TRANSMISSION TRAILER MISSING - "
                   "EXTRACT TRUNCATED AFTER " WS-DETAIL-COUNT
                   " DETAIL RECORD(S)"
               MOVE 24 TO WS-CHECK-RC
               PERFORM 4900-FAIL-CHECK
           ELSE
               IF NOT WS-TRAILER-VALID
                   MOVE 24 TO WS-CHECK-RC
                   PERFORM 4900-FAIL-CHECK
               END-IF
           END-IF

           IF WS-TRAILER-VALID
               IF WS-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
                   DISPLAY "ALCVAL: SHORT EXTRACT - TRAILER COUNT "
                       WS-TRL-RECORD-COUNT " RECEIVED "
                       WS-DETAIL-COUNT
                   MOVE 24 TO WS-CHECK-RC
                   PERFORM 4900-FAIL-CHECK
               END-IF
               IF WS-DIVIDEND-HASH NOT = WS-TRL-DIVIDEND-HASH
                   DISPLAY "ALCVAL: DIVIDEND HASH MISMATCH - TRAILER "
                       WS-TRL-DIVIDEND-HASH " RECEIVED "
                       WS-DIVIDEND-HASH
                   IF WS-NONNUM-DIVIDENDS > ZERO
                       DISPLAY "ALCVAL: " WS-NONNUM-DIVIDENDS
                           " DETAIL(S) WITH A NON-NUMERIC DIVIDEND "
                           "NOT SUMMED"
                   END-IF
                   MOVE 28 TO WS-CHECK-RC
                   PERFORM 4900-FAIL-CHECK
               END-IF
           END-IF

           IF WS-HEADER-VALID
               IF WS-HDR-BUSINESS-DATE-N NOT = WS-RUN-DATE
                   DISPLAY "ALCVAL: WRONG BUSINESS DATE - HEADER "
                       WS-HDR-BUSINESS-DATE " ALCPARM " WS-RUN-DATE
                   MOVE 40 TO WS-CHECK-RC
                   PERFORM 4900-FAIL-CHECK
               END-IF
           END-IF.

       4900-FAIL-CHECK.
      *>   Every failing check is reported; the first one decides
      *>   the step's return code.
           IF WS-FINAL-RC = ZERO
               MOVE WS-CHECK-RC TO WS-FINAL-RC
           END-IF.

       5000-CHECK-REGISTER.
           OPEN I-O ALC-XREG-FILE
           IF NOT WS-XREG-OK
               DISPLAY "ALCVAL: UNABLE TO OPEN ALCXREG - STATUS "
                   WS-XREG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-HDR-SOURCE-SYSTEM TO ALCXR-SOURCE-SYSTEM
           READ ALC-XREG-FILE
               INVALID KEY
                   SET WS-NEW-SOURCE TO TRUE
           END-READ

      *>   A system never seen before starts its register row at
      *>   whatever sequence it sends first.
           IF WS-NEW-SOURCE
               DISPLAY "ALCVAL: NO REGISTER ROW FOR "
                   WS-HDR-SOURCE-SYSTEM " - FIRST EXTRACT, "
                   "SEQUENCE " WS-HDR-EXTRACT-SEQ " STARTS IT"
           ELSE
               COMPUTE WS-EXPECTED-SEQ = ALCXR-LAST-EXTRACT-SEQ + 1
               EVALUATE TRUE
                   WHEN WS-HDR-EXTRACT-SEQ-N = ALCXR-LAST-EXTRACT-SEQ
                       DISPLAY "ALCVAL: DUPLICATE EXTRACT - SEQUENCE "
                           WS-HDR-EXTRACT-SEQ " ALREADY ACCEPTED "
                           ALCXR-ACCEPT-TIMESTAMP (1:8)
                           " FOR BUSINESS DATE "
                           ALCXR-LAST-BUS-DATE
                       MOVE 32 TO WS-CHECK-RC
                       PERFORM 4900-FAIL-CHECK
                   WHEN WS-HDR-EXTRACT-SEQ-N < ALCXR-LAST-EXTRACT-SEQ
                       DISPLAY "ALCVAL: OUT OF SEQUENCE - SEQUENCE "
                           WS-HDR-EXTRACT-SEQ " IS OLDER THAN LAST "
                           "ACCEPTED " ALCXR-LAST-EXTRACT-SEQ
                       MOVE 36 TO WS-CHECK-RC
                       PERFORM 4900-FAIL-CHECK
                   WHEN WS-HDR-EXTRACT-SEQ-N > WS-EXPECTED-SEQ
                       DISPLAY "ALCVAL: OUT OF SEQUENCE - EXPECTED "
                           WS-EXPECTED-SEQ " RECEIVED "
                           WS-HDR-EXTRACT-SEQ
                           " - AN EXTRACT WAS SKIPPED"
                       MOVE 36 TO WS-CHECK-RC
                       PERFORM 4900-FAIL-CHECK
               END-EVALUATE
               IF WS-HDR-BUSINESS-DATE-N NOT > ALCXR-LAST-BUS-DATE
                   DISPLAY "ALCVAL: WRONG BUSINESS DATE - HEADER "
                       WS-HDR-BUSINESS-DATE " NOT AFTER LAST "
                       "ACCEPTED " ALCXR-LAST-BUS-DATE
                   MOVE 40 TO WS-CHECK-RC
                   PERFORM 4900-FAIL-CHECK
               END-IF
           END-IF.

       6000-UPDATE-REGISTER.
           MOVE WS-HDR-SOURCE-SYSTEM TO ALCXR-SOURCE-SYSTEM
           MOVE WS-HDR-EXTRACT-SEQ-N TO ALCXR-LAST-EXTRACT-SEQ
           MOVE WS-HDR-BUSINESS-DATE-N TO ALCXR-LAST-BUS-DATE
           MOVE WS-DETAIL-COUNT TO ALCXR-LAST-REC-COUNT
           MOVE WS-DIVIDEND-HASH TO ALCXR-LAST-DIV-HASH
           MOVE FUNCTION CURRENT-DATE TO ALCXR-ACCEPT-TIMESTAMP
           IF WS-NEW-SOURCE
               WRITE ALC-XREG-RECORD
           ELSE
               REWRITE ALC-XREG-RECORD
           END-IF
           IF NOT WS-XREG-OK
               DISPLAY "ALCVAL: ERROR UPDATING ALCXREG - STATUS "
                   WS-XREG-STATUS
               MOVE 16 TO WS-FINAL-RC
           ELSE
               DISPLAY "ALCVAL: EXTRACT ACCEPTED - " WS-DETAIL-COUNT
                   " DETAIL RECORD(S), REGISTER NOW AT SEQUENCE "
                   WS-HDR-EXTRACT-SEQ
           END-IF.

       8000-FINALIZE.
           IF WS-HEADER-VALID
               CLOSE ALC-XREG-FILE
           END-IF
           IF WS-FINAL-RC NOT = ZERO
               DISPLAY "ALCVAL: EXTRACT REJECTED - RETURN CODE "
                   WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE.
