      *>-----------------------------------------------------------
      *> ALCDUP01 - shared suspected-duplicate check.
      *>
      *> The ALCMSTR duplicate check only stops the same key-ID
      *> coming back. An ordering system that resends a request
      *> under a new key-ID gets it booked twice, so ALCBATCH and
      *> ALCRSUB also ask here whether the same content - same
      *> department, dividend, divisor, mode and weight profile -
      *> was booked recently under another key. Both must agree on
      *> what "the same" means, so they share this routine the way
      *> they share ALCLOC01 and ALCWGT01.
      *>
      *> The caller feeds in the bookings to compare against: the
      *> recent ALCMSTR rows inside its day window at start-up,
      *> then every record it books as the run goes. They are kept
      *> in content order for a SEARCH ALL on each check. A key is
      *> held once however often it is added, so a restart that
      *> reloads and then rebooks a record does not double it up.
      *> A full table is reported once and the run carries on with
      *> what it holds - the check is a safeguard on top of the
      *> key-ID check, not a gate the night depends on.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCDUP01.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FULL-SWITCH              PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".
      *>   The caller's content, with a blank mode taken as "N" -
      *>   worked on here so the caller's block goes back as sent.
       01  WS-NEW-CONTENT.
           05  FILLER                  PIC X(4).
           05  WS-NEW-PROCESS-MODE     PIC X(1).
           05  FILLER                  PIC X(18).
       01  WS-POS                      PIC 9(6).
       01  WS-SHIFT                    PIC 9(6).
       01  WS-SUB                      PIC 9(6).
       01  WS-HELD-SWITCH              PIC X(1).
           88  WS-ALREADY-HELD               VALUE "Y".

      *>   Ascending on content, then key-ID, so every booking of
      *>   one content sits together.
       01  WS-DUP-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY            OCCURS 0 TO 50000 TIMES
                                       DEPENDING ON WS-DUP-COUNT
                                       ASCENDING KEY IS
                                           WS-DUP-CONTENT
                                           WS-DUP-KEY-ID
                                       INDEXED BY WS-DUP-IDX.
               10  WS-DUP-CONTENT      PIC X(23).
               10  WS-DUP-KEY-ID       PIC 9(9).
               10  WS-DUP-RUN-DATE     PIC 9(8).

       LINKAGE SECTION.
       COPY ALCDUPL.

       PROCEDURE DIVISION USING LK-ALCDUP-PARMS.
       0000-MAIN.
           MOVE LK-DUP-CONTENT TO WS-NEW-CONTENT
           IF WS-NEW-PROCESS-MODE = SPACE
               MOVE "N" TO WS-NEW-PROCESS-MODE
           END-IF
           EVALUATE TRUE
               WHEN LK-DUP-ADD
                   PERFORM 1000-ADD-BOOKING
               WHEN LK-DUP-CHECK
                   PERFORM 2000-CHECK-CONTENT
           END-EVALUATE
           GOBACK.

       1000-ADD-BOOKING.
      *>   Sorted insert, the same backward scan ALCBATCH uses for
      *>   its booked-key table.
           IF WS-DUP-COUNT >= 50000
               IF NOT WS-TABLE-FULL
                   SET WS-TABLE-FULL TO TRUE
                   DISPLAY "ALCDUP01: CONTENT TABLE FULL AT 50000 "
                       "BOOKINGS - LATER ONES NOT COMPARED"
               END-IF
           ELSE
               MOVE WS-DUP-COUNT TO WS-POS
               PERFORM UNTIL WS-POS < 1
                       OR WS-DUP-CONTENT (WS-POS) < WS-NEW-CONTENT
                       OR (WS-DUP-CONTENT (WS-POS) = WS-NEW-CONTENT
                           AND WS-DUP-KEY-ID (WS-POS)
                               <= LK-DUP-KEY-ID)
                   SUBTRACT 1 FROM WS-POS
               END-PERFORM
               MOVE "N" TO WS-HELD-SWITCH
               IF WS-POS > ZERO
                   IF WS-DUP-CONTENT (WS-POS) = WS-NEW-CONTENT
                           AND WS-DUP-KEY-ID (WS-POS) = LK-DUP-KEY-ID
                       SET WS-ALREADY-HELD TO TRUE
                   END-IF
               END-IF
               IF NOT WS-ALREADY-HELD
                   ADD 1 TO WS-DUP-COUNT
                   PERFORM VARYING WS-SHIFT FROM WS-DUP-COUNT
                           BY -1 UNTIL WS-SHIFT <= WS-POS + 1
                       MOVE WS-DUP-ENTRY (WS-SHIFT - 1)
                           TO WS-DUP-ENTRY (WS-SHIFT)
                   END-PERFORM
                   MOVE WS-NEW-CONTENT
                       TO WS-DUP-CONTENT (WS-POS + 1)
                   MOVE LK-DUP-KEY-ID TO WS-DUP-KEY-ID (WS-POS + 1)
                   MOVE LK-DUP-RUN-DATE
                       TO WS-DUP-RUN-DATE (WS-POS + 1)
               END-IF
           END-IF.

       2000-CHECK-CONTENT.
           MOVE "N" TO LK-DUP-FOUND-SWITCH
           MOVE ZERO TO LK-DUP-MATCH-KEY-ID
           MOVE ZERO TO LK-DUP-MATCH-RUN-DATE
           IF WS-DUP-COUNT > ZERO
               SEARCH ALL WS-DUP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DUP-CONTENT (WS-DUP-IDX) = WS-NEW-CONTENT
                       SET WS-SUB TO WS-DUP-IDX
                       PERFORM 2100-PICK-OTHER-KEY
               END-SEARCH
           END-IF.

       2100-PICK-OTHER-KEY.
      *>   The hit may be the record's own key (a restart
      *>   reprocessing what it booked before the abend). A key is
      *>   held only once, so if another key shares the content it
      *>   is right next door.
           IF WS-DUP-KEY-ID (WS-SUB) NOT = LK-DUP-KEY-ID
               PERFORM 2200-RETURN-MATCH
           ELSE
               IF WS-SUB > 1
                   IF WS-DUP-CONTENT (WS-SUB - 1) = WS-NEW-CONTENT
                       SUBTRACT 1 FROM WS-SUB
                       PERFORM 2200-RETURN-MATCH
                   END-IF
               END-IF
               IF NOT LK-DUP-FOUND AND WS-SUB < WS-DUP-COUNT
                   IF WS-DUP-CONTENT (WS-SUB + 1) = WS-NEW-CONTENT
                       ADD 1 TO WS-SUB
                       PERFORM 2200-RETURN-MATCH
                   END-IF
               END-IF
           END-IF.

       2200-RETURN-MATCH.
           SET LK-DUP-FOUND TO TRUE
           MOVE WS-DUP-KEY-ID (WS-SUB) TO LK-DUP-MATCH-KEY-ID
           MOVE WS-DUP-RUN-DATE (WS-SUB) TO LK-DUP-MATCH-RUN-DATE.
