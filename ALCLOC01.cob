      *>-----------------------------------------------------------
      *> ALCLOC01 - shared store-location resolver.
      *>
      *> ALCBATCH and ALCRSUB both have to turn the buckets of a
      *> weighted or distribute-mode split into stores before the
      *> split is allowed to ship, and both must agree on what
      *> "on the directory" means, so they ask here - the same way
      *> they share ALCDIV01, ALCWGT01 and ALCCAL01.
      *>
      *> The ALCLOC directory (see ALCLOC) is opened on the first
      *> CALL and read at random by profile + bucket. The buckets
      *> of the last profile asked for are kept, because the sorted
      *> extract brings a profile's records along in runs and most
      *> CALLs then need no I/O at all; a bucket not on file is
      *> kept as spaces so it is not read again either.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCLOC01.

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
       01  WS-OPENED-SWITCH            PIC X(1) VALUE "N".
           88  WS-OPENED                     VALUE "Y".
       01  WS-OPEN-STATUS              PIC X(2).

      *>   The last profile resolved and how many of its buckets
      *>   have been looked up so far.
       01  WS-CACHE-PROFILE            PIC X(4) VALUE LOW-VALUES.
       01  WS-CACHE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-CACHE-TABLE.
           05  WS-CACHE-ENTRY OCCURS 999 TIMES.
               10  WS-CACHE-STORE-ID   PIC X(6).
               10  WS-CACHE-SHIP-TO-NAME PIC X(30).
       01  WS-BKT-IDX                  PIC 9(4).

       LINKAGE SECTION.
       COPY ALCLOCL.

       PROCEDURE DIVISION USING LK-ALCLOC-PARMS.
       0000-MAIN.
           IF NOT WS-OPENED
               PERFORM 1000-OPEN-DIRECTORY
           END-IF
           MOVE WS-OPEN-STATUS TO LK-LOC-STATUS
           IF LK-LOC-RESOLVE
               PERFORM 2000-RESOLVE-PROFILE
           END-IF
           GOBACK.

       1000-OPEN-DIRECTORY.
           SET WS-OPENED TO TRUE
           OPEN INPUT ALC-LOC-FILE
           MOVE WS-LOC-STATUS TO WS-OPEN-STATUS
           IF NOT WS-LOC-OK
               DISPLAY "ALCLOC01: UNABLE TO OPEN ALCLOC - STATUS "
                   WS-LOC-STATUS
           END-IF.

       2000-RESOLVE-PROFILE.
           MOVE "Y" TO LK-LOC-MAPPED-SWITCH
           MOVE ZERO TO LK-LOC-MISSING-BUCKET
           IF LK-LOC-PROFILE NOT = WS-CACHE-PROFILE
               MOVE LK-LOC-PROFILE TO WS-CACHE-PROFILE
               MOVE ZERO TO WS-CACHE-COUNT
           END-IF
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > LK-LOC-BUCKET-COUNT
               IF WS-BKT-IDX > WS-CACHE-COUNT
                   PERFORM 2100-READ-ONE-BUCKET
               END-IF
               MOVE WS-CACHE-STORE-ID (WS-BKT-IDX)
                   TO LK-LOC-STORE-ID (WS-BKT-IDX)
               MOVE WS-CACHE-SHIP-TO-NAME (WS-BKT-IDX)
                   TO LK-LOC-SHIP-TO-NAME (WS-BKT-IDX)
               IF LK-LOC-STORE-ID (WS-BKT-IDX) = SPACES
                       AND LK-LOC-ALL-MAPPED
                   MOVE "N" TO LK-LOC-MAPPED-SWITCH
                   MOVE WS-BKT-IDX TO LK-LOC-MISSING-BUCKET
               END-IF
           END-PERFORM.

       2100-READ-ONE-BUCKET.
      *>   Buckets are looked up in order, so the cache always
      *>   holds 1 through WS-CACHE-COUNT with no gaps.
           MOVE SPACES TO WS-CACHE-STORE-ID (WS-BKT-IDX)
           MOVE SPACES TO WS-CACHE-SHIP-TO-NAME (WS-BKT-IDX)
           IF WS-OPEN-STATUS = "00"
               MOVE LK-LOC-PROFILE TO ALCL-PROFILE
               MOVE WS-BKT-IDX TO ALCL-BUCKET-NO
               READ ALC-LOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALCL-STORE-ID
                           TO WS-CACHE-STORE-ID (WS-BKT-IDX)
                       MOVE ALCL-SHIP-TO-NAME
                           TO WS-CACHE-SHIP-TO-NAME (WS-BKT-IDX)
               END-READ
           END-IF
           MOVE WS-BKT-IDX TO WS-CACHE-COUNT.
