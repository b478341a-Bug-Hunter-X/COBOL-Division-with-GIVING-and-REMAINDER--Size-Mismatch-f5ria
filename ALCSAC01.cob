      *>-----------------------------------------------------------
      *> ALCSAC01 - shared subledger activity posting.
      *>
      *> Every step that moves booked dollars - ALCBATCH and
      *> ALCMERGE booking the night, ALCRSUB booking corrections,
      *> ALCREV backing allocations out, ALCSREL releasing
      *> installments, ALCGLX journalling the night to GL - CALLs
      *> here with the movement (see ALCSACL) and it is appended to
      *> the ALCSACT activity dataset (see ALCSAC), stamped with the
      *> time it was posted. The month-end close adds the period up
      *> from that one file.
      *>
      *> The dataset is opened and closed on every CALL, the way
      *> ALCRLG01 treats the run ledger, so no step holds it
      *> against the other job streams and a step that abends has
      *> already kept every row it posted. A row that cannot be
      *> posted is reported with its department and amount so it
      *> can be put on by hand; the step itself carries on.
      *>-----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCSAC01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-SAC-FILE ASSIGN TO "ALCSACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-SAC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ALCSAC.

       WORKING-STORAGE SECTION.
       01  WS-SAC-STATUS               PIC X(2).
           88  WS-SAC-OK                     VALUE "00".

       LINKAGE SECTION.
       COPY ALCSACL.

       PROCEDURE DIVISION USING LK-ALCSAC-PARMS.
       0000-MAIN.
           MOVE ZERO TO LK-SAC-RC
           OPEN EXTEND ALC-SAC-FILE
           IF NOT WS-SAC-OK
               DISPLAY "ALCSAC01: UNABLE TO OPEN ALCSACT - STATUS "
                   WS-SAC-STATUS
               PERFORM 9000-REPORT-UNPOSTED
               GOBACK
           END-IF

           MOVE SPACES TO ALC-ACTIVITY-RECORD
           MOVE LK-SAC-BUS-DATE TO ALCSL-BUS-DATE
           MOVE LK-SAC-DEPT-CODE TO ALCSL-DEPT-CODE
           MOVE LK-SAC-ACTIVITY TO ALCSL-ACTIVITY
           MOVE LK-SAC-SOURCE-PGM TO ALCSL-SOURCE-PGM
           MOVE LK-SAC-KEY-ID TO ALCSL-KEY-ID
           MOVE LK-SAC-AMOUNT TO ALCSL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO ALCSL-POST-TIMESTAMP
           WRITE ALC-ACTIVITY-RECORD
           IF NOT WS-SAC-OK
               DISPLAY "ALCSAC01: ERROR WRITING ALCSACT RECORD - "
                   "STATUS " WS-SAC-STATUS
               PERFORM 9000-REPORT-UNPOSTED
           END-IF
           CLOSE ALC-SAC-FILE
           GOBACK.

       9000-REPORT-UNPOSTED.
           DISPLAY "ALCSAC01: NOT POSTED - " LK-SAC-SOURCE-PGM
               " DATE " LK-SAC-BUS-DATE " DEPT " LK-SAC-DEPT-CODE
               " ACTIVITY " LK-SAC-ACTIVITY " KEY " LK-SAC-KEY-ID
               " AMOUNT " LK-SAC-AMOUNT
           MOVE 16 TO LK-SAC-RC.
