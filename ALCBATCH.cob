      *>   ALCAUD  - before/after audit trail of every DIVIDE
      *>   ALCSCHD - dated installment schedule rows, one per
      *>             bucket of a distribute-mode record, released
      *>             day by day through the ALCSREL job; a due date
      *>             that lands on a weekend or a closed day on the
      *>             department's ALCCAL calendar rolls forward to
      *>             the next business day (ALCCAL01)
      *>   ALCCKPT - checkpoint record for restart after an abend
      *>
      *> Run tuning (business processing date, checkpoint interval,
      *> extract runs for real afterwards without tripping the
      *> duplicate check or polluting the audit trail.
      *>
      *> Every record's department is checked against the ALCDEPT
      *> department master before it may divide: an unknown or
      *> closed department is rejected, a frozen one is held on
      *> ALCERR until ALCRSUB finds it open again, and a record
      *> that would carry the department past its monthly ceiling
      *> is rejected as over budget. The month-to-date figure is
      *> posted back to ALCDEPT as the run goes and shown against
      *> the ceiling in the ALCRPT department subtotals; each
      *> posting also goes on the ALCSACT subledger activity file
      *> (ALCSAC01) as the department's new allocations for the
      *> month-end close.
      *>
      *> Every bucket of a weighted or distribute-mode split is
      *> resolved to a store on the ALCLOC location directory
      *> (ALCLOC01) before it may divide; a record with a bucket
      *> nobody has put a store against is rejected. The store and
      *> its ship-to name ride the ALCOUT bucket records and the
      *> ALCSCHD installment rows.
      *>
      *> A record that clears the key-ID duplicate check is also
      *> compared on content - department, dividend, divisor, mode
      *> and weight profile - with the ALCMSTR bookings inside the
      *> ALCPARM suspected-duplicate window and with everything
      *> booked earlier in the night (ALCDUP01). A match under
      *> another key-ID is held on ALCERR as a suspected duplicate
      *> naming the key it matched, for the desk to release at
      *> ALCINQ if it is genuine, and is listed with the dollars
      *> held in a SUSPECTED DUPLICATES section of ALCRPT.
      *>
      *> Before anything opens, the business date is cleared with
      *> the ALCRLG run ledger (ALCRLG01): a date already
      *> completed, or one that would skip a business day, is
      *> refused with the ledger's own return code (44/48, 16 if
      *> the ledger is unusable) and nothing is touched. An
      *> abended night restarts as before. A parallel slice only
      *> checks - the merge step records the night for all four.
      *>
      *> RETURN-CODE is left at 4 if any records were rejected or
      *> failed reconciliation, so the JCL can conditionally run the
      *> error-notification step; 12 means the run aborted on the
               RECORD KEY IS ALCS-KEY
               FILE STATUS IS WS-SCHD-STATUS.

      *>   Department master - status, ceiling and month-to-date.
      *>   Read once per department (the extract is department-
      *>   major); the month-to-date posting rewrites it. Opened
      *>   INPUT by a simulation and by a parallel slice, which
      *>   leaves the posting to the ALCMERGE consolidation step.
           SELECT ALC-DEPT-FILE ASSIGN TO "ALCDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALCD-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

      *>   Parallel-slice mode only ("P" on the ALCPARM card): new
      *>   master bookings are written here, sequentially, instead
      *>   of to the ALCMSTR KSDS - the consolidation step loads
       COPY ALCAUD.

       FD  ALC-CKPT-FILE
           RECORD CONTAINS 203 CHARACTERS.
       COPY ALCCKPT.

       FD  ALC-OUT-FILE
       01  ALC-OUTX-RECORD                PIC X(80).

       FD  ALC-MSTR-FILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY ALCMST.

       FD  ALC-SCHD-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY ALCSCD.

       FD  ALC-DEPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY ALCDPT.

       FD  ALC-MADD-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  ALC-MADD-RECORD                PIC X(68).

       FD  ALC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           88  WS-OUT-OK                     VALUE "00".
       01  WS-OUTX-STATUS              PIC X(2).
           88  WS-OUTX-OK                    VALUE "00".
       01  WS-DEPT-STATUS              PIC X(2).
           88  WS-DEPT-OK                    VALUE "00".
       01  WS-MSTR-STATUS              PIC X(2).
           88  WS-MSTR-OK                    VALUE "00".
       01  WS-SCHD-STATUS              PIC X(2).
                                           WS-BOOKED-KEY-COUNT
                                       ASCENDING KEY IS WS-BOOKED-KEY
                                       INDEXED BY WS-BK-IDX.
      *>   Suspected-duplicate check: how many days of ALCMSTR
      *>   bookings a record's content is compared with (the
      *>   ALCPARM card can widen or narrow it), and the holds made
      *>   tonight for the ALCRPT section. A full table still
      *>   counts in the section totals.
       01  WS-DUP-WINDOW-DAYS          PIC 9(3) VALUE 3.
       01  WS-DUP-LOADED               PIC 9(9) VALUE ZERO.
       01  WS-MSTR-EOF-SWITCH          PIC X(1).
           88  WS-MSTR-EOF                   VALUE "Y".
       01  WS-ERR-EOF-SWITCH           PIC X(1).
           88  WS-ERR-EOF                    VALUE "Y".
       01  WS-SUSPECT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-SUSPECT-DOLLARS          PIC 9(13)V99 VALUE ZERO.
       01  WS-SUS-LISTED               PIC 9(4) VALUE ZERO.
       01  WS-SUS-IDX                  PIC 9(4).
       01  WS-SUS-NEW-SWITCH           PIC X(1).
           88  WS-SUS-NEW                    VALUE "Y".
       01  WS-SUSPECT-TABLE.
           05  WS-SUS-ENTRY OCCURS 500 TIMES.
               10  WS-SUS-KEY-ID       PIC 9(9).
               10  WS-SUS-MATCH-KEY-ID PIC 9(9).
               10  WS-SUS-DEPT-CODE    PIC X(4).
               10  WS-SUS-DIVISOR      PIC S9(5).
               10  WS-SUS-DIVIDEND     PIC 9(7)V99.
       01  WS-RETENTION-DAYS           PIC 9(5) VALUE ZERO.
       01  WS-RUN-DATE-INT             PIC 9(9) VALUE ZERO.
       01  WS-MSTR-DATE-INT            PIC 9(9).
       01  WS-RESTARTING               PIC X(1) VALUE "N".
           88  WS-IS-RESTARTING              VALUE "Y".
       01  WS-LAST-CHECKPOINT-KEY      PIC 9(9) VALUE ZERO.
      *>   Key of the last record fully processed - the checkpoint
      *>   key when one is taken at a department break, before the
      *>   record that caused the break has been counted.
       01  WS-LAST-PROCESSED-KEY       PIC 9(9) VALUE ZERO.
      *>   Positional restart: the extract is department-major, not
      *>   key order, so a restart skips exactly the checkpointed
      *>   number of input records rather than comparing keys.
       01  WS-DEPT-REJECTS             PIC 9(9)  VALUE ZERO.
       01  WS-DEPT-EXCEPTIONS          PIC 9(9)  VALUE ZERO.

      *>   The ALCDEPT row for the department being processed.
      *>   WS-DEPT-MASTER-CODE starts at LOW-VALUES like
      *>   WS-CURRENT-DEPT, so the first record loads its row.
      *>   Month-to-date is what ALCDEPT held for this business
      *>   month when the row was loaded (plus what has been
      *>   posted since), and the pending amount is tonight's
      *>   bookings not yet posted - a ceiling check counts both.
       01  WS-DEPT-MASTER-CODE         PIC X(4)  VALUE LOW-VALUES.
       01  WS-DEPT-FOUND-SWITCH        PIC X(1).
           88  WS-DEPT-FOUND                 VALUE "Y".
       01  WS-DEPT-STATE               PIC X(1).
           88  WS-DEPT-STATE-FROZEN          VALUE "F".
           88  WS-DEPT-STATE-CLOSED          VALUE "C".
       01  WS-DEPT-VALID-SWITCH        PIC X(1).
           88  WS-DEPT-VALID                 VALUE "Y".
       01  WS-WITHIN-CEILING-SWITCH    PIC X(1).
           88  WS-WITHIN-CEILING             VALUE "Y".
       01  WS-DEPT-CEILING             PIC 9(9)V99 VALUE ZERO.
       01  WS-DEPT-MTD-ON-FILE         PIC 9(11)V99 VALUE ZERO.
       01  WS-DEPT-MTD-PENDING         PIC 9(11)V99 VALUE ZERO.
       01  WS-DEPT-MTD-PROJECTED       PIC 9(11)V99.
      *>   A restarted slice's unposted bookings belong to the
      *>   checkpointed department; they survive its first load.
       01  WS-RESTART-PENDING-DEPT     PIC X(4)  VALUE LOW-VALUES.
      *>   ALCDEPT figures for the department-total budget line.
       01  WS-BRK-FOUND-SWITCH         PIC X(1).
           88  WS-BRK-FOUND                  VALUE "Y".
       01  WS-BRK-CEILING              PIC 9(9)V99.
       01  WS-BRK-MTD                  PIC 9(11)V99.
       01  WS-RUN-MONTH                PIC 9(6).
       01  WS-TOTAL-HELD               PIC 9(9)  VALUE ZERO.

       01  WS-TOTAL-RECORDS            PIC 9(9)  VALUE ZERO.
       01  WS-TOTAL-REJECTS            PIC 9(9)  VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS         PIC 9(9)  VALUE ZERO.
       01  WS-DUE-MONTH-WORK           PIC 9(2).
       01  WS-DUE-MAX-DD               PIC 9(2).
       01  WS-LEAP-REMAINDER           PIC 9(4).
       01  WS-DUE-ROLLED-COUNT         PIC 9(9)  VALUE ZERO.

       01  WS-RUN-START-TIME           PIC 9(8).
       01  WS-RUN-END-TIME             PIC 9(8).

       COPY ALCWGTL.

       COPY ALCCALL.
       COPY ALCLOCL.
       COPY ALCRLGL.
       COPY ALCDUPL.
       COPY ALCSACL.

       COPY ALCRPT.

       COPY ALCOUT.
      *>   checkpoint file itself.
           PERFORM 1300-READ-PARM-CARD
           IF NOT WS-SIMULATING
               PERFORM 1350-CHECK-RUN-LEDGER
               PERFORM 0500-DETECT-RESTART
           END-IF
           PERFORM 1000-INITIALIZE
                   NOT AT END
                       SET WS-IS-RESTARTING TO TRUE
                       MOVE ALCK-LAST-KEY-ID TO WS-LAST-CHECKPOINT-KEY
                       MOVE ALCK-LAST-KEY-ID TO WS-LAST-PROCESSED-KEY
                       MOVE ALCK-RECORD-COUNT TO WS-TOTAL-RECORDS
                       MOVE ALCK-RECORD-COUNT TO WS-SKIP-TARGET
                       MOVE ALCK-OUT-RECORD-COUNT TO WS-OUT-RECORD-COUNT
                       MOVE ALCK-TOTAL-QUOTIENT TO WS-TOTAL-QUOTIENT
                       MOVE ALCK-TOTAL-REMAINDER TO WS-TOTAL-REMAINDER
                       MOVE ALCK-TOTAL-REJECTS TO WS-TOTAL-REJECTS
                       IF ALCK-TOTAL-HELD NUMERIC
                           MOVE ALCK-TOTAL-HELD TO WS-TOTAL-HELD
                       END-IF
                       MOVE ALCK-TOTAL-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS
                       MOVE ALCK-DEPT-CODE TO WS-CURRENT-DEPT
                       MOVE ALCK-DEPT-DIVIDEND TO WS-DEPT-DIVIDEND
                       MOVE ALCK-DEPT-RECON-SUM TO WS-DEPT-RECON-SUM
                       MOVE ALCK-DEPT-REJECTS TO WS-DEPT-REJECTS
                       MOVE ALCK-DEPT-EXCEPTIONS TO WS-DEPT-EXCEPTIONS
                       IF WS-DEFER-MASTER
                               AND ALCK-DEPT-MTD-PENDING NUMERIC
                           MOVE ALCK-DEPT-MTD-PENDING
                               TO WS-DEPT-MTD-PENDING
                           MOVE ALCK-DEPT-CODE
                               TO WS-RESTART-PENDING-DEPT
                       END-IF
               END-READ
               CLOSE ALC-CKPT-FILE
           END-IF.

       1000-INITIALIZE.
           MOVE SPACES TO LK-CAL-NAME
           ACCEPT WS-RUN-START-TIME FROM TIME

           OPEN INPUT ALC-IN-FILE
               END-IF
               PERFORM 1100-OPEN-ERR-FILE
               PERFORM 1250-OPEN-SCHD-FILE
               IF WS-IS-RESTARTING
                   PERFORM 1290-RELOAD-SUSPECTS
               END-IF
           END-IF
           PERFORM 1200-OPEN-MSTR-FILE
           PERFORM 1280-LOAD-RECENT-BOOKINGS
           PERFORM 1220-OPEN-DEPT-FILE
           IF WS-DEFER-MASTER
               PERFORM 1260-OPEN-MADD-FILE
           END-IF
           PERFORM 1400-LOAD-WEIGHT-PROFILES
           PERFORM 1450-OPEN-LOCATION-DIRECTORY

      *>   The business processing date from the ALCPARM card, not
      *>   the system date, stamps the report heading and every
               STOP RUN
           END-IF.

       1220-OPEN-DEPT-FILE.
      *>   The department master is predefined by an IDCAMS step in
      *>   ALCJOB and maintained at ALCDMNT. Without it no
      *>   department can be vouched for, so the run does not start.
           IF WS-SIMULATING OR WS-DEFER-MASTER
               OPEN INPUT ALC-DEPT-FILE
           ELSE
               OPEN I-O ALC-DEPT-FILE
           END-IF
           IF NOT WS-DEPT-OK
               DISPLAY "ALCBATCH: UNABLE TO OPEN ALCDEPT - STATUS "
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-OPEN-SCHD-FILE.
      *>   The installment schedule KSDS is predefined by an IDCAMS
      *>   step in ALCJOB, like ALCERR and ALCMSTR, and rows from
                       ADD 1 TO WS-MADD-PRELOADED
                       MOVE ALC-MADD-RECORD (1:9) TO WS-BK-NEW-KEY
                       PERFORM 3810-NOTE-BOOKED-KEY
                       MOVE ALC-MADD-RECORD TO ALC-MASTER-RECORD
                       PERFORM 1285-ADD-BOOKED-CONTENT
               END-READ
           END-PERFORM
           CLOSE ALC-MADD-FILE.

       1280-LOAD-RECENT-BOOKINGS.
      *>   Every active master row booked inside the window goes to
      *>   ALCDUP01 for the suspected-duplicate check - one pass
      *>   front to back, the ALCMSWP START/READ NEXT pattern. A
      *>   reversed row was backed out and protects nothing.
           MOVE "N" TO WS-MSTR-EOF-SWITCH
           MOVE ZERO TO ALCM-KEY-ID
           START ALC-MSTR-FILE KEY >= ALCM-KEY-ID
               INVALID KEY
                   SET WS-MSTR-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MSTR-EOF
               READ ALC-MSTR-FILE NEXT RECORD
                   AT END
                       SET WS-MSTR-EOF TO TRUE
                   NOT AT END
                       IF ALCM-ACTIVE
                           PERFORM 1285-ADD-BOOKED-CONTENT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "ALCBATCH: " WS-DUP-LOADED " ALCMSTR BOOKING(S) "
               "WITHIN " WS-DUP-WINDOW-DAYS " DAY(S) LOADED FOR "
               "THE SUSPECTED-DUPLICATE CHECK".

       1285-ADD-BOOKED-CONTENT.
      *>   Rows booked before the content fields existed carry no
      *>   department and could never match - they are left out.
           IF ALCM-DEPT-CODE NOT = SPACES
               COMPUTE WS-MSTR-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (ALCM-RUN-DATE)
               COMPUTE WS-MSTR-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-MSTR-DATE-INT
               IF WS-MSTR-AGE-DAYS <= WS-DUP-WINDOW-DAYS
                   SET LK-DUP-ADD TO TRUE
                   MOVE ALCM-DEPT-CODE TO LK-DUP-DEPT-CODE
                   MOVE ALCM-PROCESS-MODE TO LK-DUP-PROCESS-MODE
                   MOVE ALCM-WEIGHT-PROFILE TO LK-DUP-WEIGHT-PROFILE
                   MOVE ALCM-DIVIDEND TO LK-DUP-DIVIDEND
                   MOVE ALCM-DIVISOR TO LK-DUP-DIVISOR
                   MOVE ALCM-KEY-ID TO LK-DUP-KEY-ID
                   MOVE ALCM-RUN-DATE TO LK-DUP-RUN-DATE
                   CALL "ALCDUP01" USING LK-ALCDUP-PARMS
                   ADD 1 TO WS-DUP-LOADED
               END-IF
           END-IF.

       1290-RELOAD-SUSPECTS.
      *>   The suspects held before the abend are already on
      *>   ALCERR under tonight's business date - read them back so
      *>   the ALCRPT section covers the whole night, not just the
      *>   part after the restart.
           MOVE "N" TO WS-ERR-EOF-SWITCH
           MOVE ZERO TO ALCEF-KEY-ID
           START ALC-ERR-FILE KEY >= ALCEF-KEY-ID
               INVALID KEY
                   SET WS-ERR-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ERR-EOF
               READ ALC-ERR-FILE NEXT RECORD INTO ALC-ERROR-RECORD
                   AT END
                       SET WS-ERR-EOF TO TRUE
                   NOT AT END
                       IF ALCE-STATUS-PENDING
                               AND ALCE-REASON-SUSPECT-DUP
                               AND ALCE-RUN-DATE = ALCP-RUN-DATE
                           PERFORM 3290-NOTE-SUSPECT
                       END-IF
               END-READ
           END-PERFORM.

       1300-READ-PARM-CARD.
      *>   Everything that governs the night's run comes off this
      *>   card - a missing or unreadable card fails the run up
           IF ALCP-RETENTION-DAYS NUMERIC
               MOVE ALCP-RETENTION-DAYS TO WS-RETENTION-DAYS
           END-IF
           IF ALCP-DUP-WINDOW-DAYS NUMERIC
                   AND ALCP-DUP-WINDOW-DAYS > ZERO
               MOVE ALCP-DUP-WINDOW-DAYS TO WS-DUP-WINDOW-DAYS
           END-IF
           IF ALCP-MODE-SIMULATE
               SET WS-SIMULATING TO TRUE
               DISPLAY "ALCBATCH: SIMULATION RUN - NOTHING WILL "
                   "BOOKINGS DEFERRED TO ALCMADD"
           END-IF
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (ALCP-RUN-DATE)
           MOVE ALCP-RUN-DATE (1:6) TO WS-RUN-MONTH.

       1350-CHECK-RUN-LEDGER.
      *>   A simulation books nothing and is never on the ledger.
      *>   Slices run side by side, so they only check; ALCMERGE
      *>   records the night once all of them are in.
           MOVE "ALCJOB" TO LK-RLG-JOB-NAME
           MOVE "ALCBATCH" TO LK-RLG-STEP-NAME
           MOVE ALCP-RUN-DATE TO LK-RLG-BUS-DATE
           SET LK-RLG-RULE-DAILY TO TRUE
           MOVE SPACES TO LK-RLG-DEP-JOB-NAME
           MOVE SPACES TO LK-RLG-DEP-STEP-NAME
           IF WS-DEFER-MASTER
               SET LK-RLG-CHECK TO TRUE
           ELSE
               SET LK-RLG-START TO TRUE
           END-IF
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           IF NOT LK-RLG-CLEARED
               DISPLAY "ALCBATCH: RUN REFUSED BY THE ALCRLG RUN "
                   "LEDGER - RC " LK-RLG-REFUSAL-RC
               MOVE LK-RLG-REFUSAL-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-LOAD-WEIGHT-PROFILES.
      *>   The shared ALCWGT01 loader fills the profile table. A
                   LK-WGT-STATUS
           END-IF.

       1450-OPEN-LOCATION-DIRECTORY.
      *>   Without the directory every weighted and distribute-mode
      *>   record would reject as unmapped and trip the abort
      *>   threshold - better to stop here and say why.
           SET LK-LOC-CHECK-OPEN TO TRUE
           CALL "ALCLOC01" USING LK-ALCLOC-PARMS
           IF NOT LK-LOC-AVAILABLE
               DISPLAY "ALCBATCH: UNABLE TO OPEN ALCLOC - STATUS "
                   LK-LOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CHECKPOINT-RESTART.
           OPEN OUTPUT ALC-CKPT-FILE


       3100-VALIDATE-AND-DIVIDE.
           PERFORM 3050-CHECK-DEPT-BREAK
           PERFORM 3060-POST-AT-DEPT-BREAK
           ADD 1 TO WS-TOTAL-RECORDS
           PERFORM 3200-VALIDATE-DIVISOR
           IF ALCE-STATUS-PENDING
                   PERFORM 3110-BOOK-GOOD-RECORD
               END-IF
           END-IF
           PERFORM 7000-CHECKPOINT-IF-DUE
           MOVE ALC-KEY-ID TO WS-LAST-PROCESSED-KEY.

       3110-BOOK-GOOD-RECORD.
      *>   A simulation prices the record in full - reconcile,
           IF NOT WS-SIMULATING
               PERFORM 3800-UPDATE-MASTER
           END-IF
      *>   A simulation remembers the content as well, so its
      *>   preview holds the same suspects the real run would.
           PERFORM 3820-NOTE-BOOKED-CONTENT
           ADD ALC-DIVIDEND TO WS-TOTAL-DIVIDEND
           ADD LK-QUOTIENT TO WS-TOTAL-QUOTIENT
           ADD LK-REMAINDER TO WS-TOTAL-REMAINDER
           ADD ALC-DIVIDEND TO WS-DEPT-DIVIDEND
           ADD LK-QUOTIENT TO WS-DEPT-QUOTIENT
           ADD LK-REMAINDER TO WS-DEPT-REMAINDER
           ADD ALC-DIVIDEND TO WS-DEPT-MTD-PENDING.

       3050-CHECK-DEPT-BREAK.
      *>   The extract arrives sorted by ALC-DEPT-CODE (the sort
                            WS-DEPT-EXCEPTIONS
           END-IF.

       3060-POST-AT-DEPT-BREAK.
      *>   The department just finished has its month-to-date (and
      *>   ALCSACT row) posted here, before the new record is
      *>   counted, and a checkpoint is taken at once at the last
      *>   record processed - so the restart point moves with the
      *>   posting and a restart never reprocesses records whose
      *>   bookings ALCDEPT already holds.
           IF ALC-DEPT-CODE NOT = WS-DEPT-MASTER-CODE
                   AND WS-DEPT-MTD-PENDING > ZERO
                   AND NOT WS-SIMULATING AND NOT WS-DEFER-MASTER
               PERFORM 3218-POST-DEPT-MTD
               IF WS-DEPT-MTD-PENDING = ZERO
                   MOVE WS-LAST-PROCESSED-KEY TO WS-CKPT-WRITE-KEY
                   PERFORM 7150-REWRITE-CHECKPOINT-FILE
                   MOVE ZERO TO WS-RECORDS-SINCE-CKPT
               END-IF
           END-IF.

       3700-WRITE-DEPT-TOTALS.
           MOVE WS-CURRENT-DEPT TO RPT-DPT-CODE
           MOVE WS-DEPT-DIVIDEND TO RPT-DPT-DIVIDEND
           IF WS-DEPT-RECON-SUM NOT = WS-DEPT-DIVIDEND
               MOVE WS-CURRENT-DEPT TO RPT-DPT-CODE5
               WRITE ALC-RPT-RECORD FROM RPT-DEPT-OOB-LINE
           END-IF
      *>   Month-to-date against the ceiling, tonight's bookings
      *>   included. The department row loaded for validation is
      *>   normally still the one being closed out here; straight
      *>   after a restart none has been loaded yet, so the row is
      *>   read for the report.
           MOVE WS-CURRENT-DEPT TO RPT-DPT-CODE6
           MOVE SPACES TO RPT-DPT-BUDGET-NOTE
           IF WS-CURRENT-DEPT = WS-DEPT-MASTER-CODE
               MOVE WS-DEPT-FOUND-SWITCH TO WS-BRK-FOUND-SWITCH
               MOVE WS-DEPT-CEILING TO WS-BRK-CEILING
               COMPUTE WS-BRK-MTD =
                   WS-DEPT-MTD-ON-FILE + WS-DEPT-MTD-PENDING
           ELSE
               PERFORM 3710-READ-BREAK-DEPARTMENT
           END-IF
           IF WS-BRK-FOUND
               MOVE WS-BRK-MTD TO RPT-DPT-MTD
               MOVE WS-BRK-CEILING TO RPT-DPT-CEILING
               IF WS-BRK-CEILING = ZERO
                   MOVE "NO CEILING" TO RPT-DPT-BUDGET-NOTE
               ELSE
                   IF WS-BRK-MTD > WS-BRK-CEILING
                       MOVE "** OVER CEILING" TO RPT-DPT-BUDGET-NOTE
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO RPT-DPT-MTD
               MOVE ZERO TO RPT-DPT-CEILING
               MOVE "NOT ON ALCDEPT" TO RPT-DPT-BUDGET-NOTE
           END-IF
           WRITE ALC-RPT-RECORD FROM RPT-DEPT-BUDGET-LINE.

       3710-READ-BREAK-DEPARTMENT.
      *>   Only a restarted slice holds bookings for a department
      *>   whose row is not loaded - the ones restored from the
      *>   checkpoint; anything else was posted before the restart.
           MOVE WS-CURRENT-DEPT TO ALCD-DEPT-CODE
           READ ALC-DEPT-FILE
               INVALID KEY
                   MOVE "N" TO WS-BRK-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-BRK-FOUND TO TRUE
                   MOVE ALCD-MONTHLY-CEILING TO WS-BRK-CEILING
                   IF ALCD-MTD-MONTH = WS-RUN-MONTH
                       MOVE ALCD-MTD-DIVIDEND TO WS-BRK-MTD
                   ELSE
                       MOVE ZERO TO WS-BRK-MTD
                   END-IF
                   IF WS-CURRENT-DEPT = WS-RESTART-PENDING-DEPT
                       ADD WS-DEPT-MTD-PENDING TO WS-BRK-MTD
                   END-IF
           END-READ.

       3200-VALIDATE-DIVISOR.
      *>   Anything zero, negative, or non-numeric is routed to the
      *>   error file with a reason code instead of reaching DIVIDE,
      *>   as is a record whose department cannot take it.
           MOVE ALC-KEY-ID TO ALCE-KEY-ID
           MOVE ALC-DIVIDEND TO ALCE-DIVIDEND
           MOVE ALC-DIVISOR TO ALCE-DIVISOR
           MOVE ALC-DEPT-CODE TO ALCE-DEPT-CODE
           SET ALCE-STATUS-PENDING TO TRUE

           PERFORM 3210-VALIDATE-DEPARTMENT
           IF WS-DEPT-VALID
               IF ALC-DIVISOR NOT NUMERIC
                   SET ALCE-REASON-NON-NUMERIC TO TRUE
                   MOVE "NON-NUMERIC DIVISOR" TO ALCE-REASON-TEXT
               ELSE
                   IF ALC-DIVISOR = ZERO
                       SET ALCE-REASON-ZERO-DIVISOR TO TRUE
                       MOVE "ZERO DIVISOR" TO ALCE-REASON-TEXT
                   ELSE
                       IF ALC-DIVISOR < ZERO
                           SET ALCE-REASON-NEGATIVE-DIVISOR TO TRUE
                           MOVE "NEGATIVE DIVISOR" TO ALCE-REASON-TEXT
                       ELSE
                           IF (ALC-MODE-DISTRIBUTE OR ALC-MODE-WEIGHTED)
                                   AND ALC-DIVISOR > 999
                               SET ALCE-REASON-DIVISOR-TOO-LARGE TO TRUE
                               MOVE
                                 "DIVISOR EXCEEDS DISTRIBUTE LIMIT 999"
                                   TO ALCE-REASON-TEXT
                           ELSE
                               SET WS-PROFILE-OK TO TRUE
                               IF ALC-MODE-WEIGHTED
                                   PERFORM 3230-VALIDATE-WEIGHTS
                               END-IF
                               IF WS-PROFILE-OK
                                   PERFORM 3235-VALIDATE-LOCATIONS
                               END-IF
                               IF WS-PROFILE-OK
                                   PERFORM 3220-CHECK-CEILING
                                   IF WS-WITHIN-CEILING
                                       PERFORM 3250-CHECK-DUPLICATE
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3210-VALIDATE-DEPARTMENT.
      *>   First gate: the department must be on ALCDEPT and open.
      *>   A frozen department's records are held, not rejected -
      *>   they go to ALCERR under their own reason, pending, and
      *>   the ALCRSUB sweep releases them once it is reopened.
           IF ALC-DEPT-CODE NOT = WS-DEPT-MASTER-CODE
               PERFORM 3215-LOAD-DEPARTMENT
           END-IF
           MOVE "N" TO WS-DEPT-VALID-SWITCH
           EVALUATE TRUE
               WHEN NOT WS-DEPT-FOUND
                   SET ALCE-REASON-DEPT-UNKNOWN TO TRUE
                   MOVE "DEPARTMENT NOT ON ALCDEPT"
                       TO ALCE-REASON-TEXT
               WHEN WS-DEPT-STATE-CLOSED
                   SET ALCE-REASON-DEPT-CLOSED TO TRUE
                   MOVE "DEPARTMENT CLOSED" TO ALCE-REASON-TEXT
               WHEN WS-DEPT-STATE-FROZEN
                   SET ALCE-REASON-DEPT-FROZEN TO TRUE
                   MOVE "DEPARTMENT FROZEN - HELD"
                       TO ALCE-REASON-TEXT
               WHEN OTHER
                   SET WS-DEPT-VALID TO TRUE
           END-EVALUATE.

       3215-LOAD-DEPARTMENT.
      *>   The prior department's unposted bookings go to ALCDEPT
      *>   before its row is let go.
           PERFORM 3218-POST-DEPT-MTD
           MOVE ALC-DEPT-CODE TO WS-DEPT-MASTER-CODE
           IF ALC-DEPT-CODE NOT = WS-RESTART-PENDING-DEPT
               MOVE ZERO TO WS-DEPT-MTD-PENDING
           END-IF
           MOVE LOW-VALUES TO WS-RESTART-PENDING-DEPT
           MOVE ALC-DEPT-CODE TO ALCD-DEPT-CODE
           READ ALC-DEPT-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEPT-FOUND-SWITCH
                   MOVE SPACE TO WS-DEPT-STATE
                   MOVE ZERO TO WS-DEPT-CEILING
                   MOVE ZERO TO WS-DEPT-MTD-ON-FILE
               NOT INVALID KEY
                   SET WS-DEPT-FOUND TO TRUE
                   MOVE ALCD-STATUS TO WS-DEPT-STATE
                   MOVE ALCD-MONTHLY-CEILING TO WS-DEPT-CEILING
                   IF ALCD-MTD-MONTH = WS-RUN-MONTH
                       MOVE ALCD-MTD-DIVIDEND TO WS-DEPT-MTD-ON-FILE
                   ELSE
                       MOVE ZERO TO WS-DEPT-MTD-ON-FILE
                   END-IF
           END-READ.

       3218-POST-DEPT-MTD.
      *>   Add the bookings taken since the last posting to the
      *>   department's month-to-date on ALCDEPT. Called at each
      *>   department change, where 3060 takes a checkpoint straight
      *>   after it, inside every periodic checkpoint, and at the
      *>   end of the run - so every posting moves the restart
      *>   point with it, and a restart, which reprocesses only the
      *>   records after the checkpoint, never posts a booking
      *>   twice.
      *>   A simulation posts nothing; a parallel slice keeps its
      *>   pending total for its own ceiling checks and leaves the
      *>   posting to ALCMERGE, the single writer.
           IF WS-DEPT-MTD-PENDING > ZERO
                   AND NOT WS-SIMULATING AND NOT WS-DEFER-MASTER
               MOVE WS-DEPT-MASTER-CODE TO ALCD-DEPT-CODE
               READ ALC-DEPT-FILE
                   INVALID KEY
                       DISPLAY "ALCBATCH: DEPARTMENT "
                           WS-DEPT-MASTER-CODE " GONE FROM ALCDEPT "
                           "- MONTH-TO-DATE NOT POSTED"
                   NOT INVALID KEY
                       IF ALCD-MTD-MONTH NOT = WS-RUN-MONTH
                           MOVE WS-RUN-MONTH TO ALCD-MTD-MONTH
                           MOVE ZERO TO ALCD-MTD-DIVIDEND
                       END-IF
                       ADD WS-DEPT-MTD-PENDING TO ALCD-MTD-DIVIDEND
                       REWRITE ALC-DEPT-RECORD
                       IF NOT WS-DEPT-OK
                           DISPLAY "ALCBATCH: ERROR REWRITING ALCDEPT "
                               "RECORD - STATUS " WS-DEPT-STATUS
                               " DEPT " ALCD-DEPT-CODE
                       ELSE
                           PERFORM 3219-POST-SUBLEDGER
                           ADD WS-DEPT-MTD-PENDING
                               TO WS-DEPT-MTD-ON-FILE
                           MOVE ZERO TO WS-DEPT-MTD-PENDING
                       END-IF
               END-READ
           END-IF.

       3219-POST-SUBLEDGER.
      *>   The same amount goes on the ALCSACT subledger activity
      *>   file as new allocations for the month-end close, at the
      *>   same moment and with the same restart behaviour as the
      *>   month-to-date it was just added to.
           MOVE WS-CURRENT-DATE TO LK-SAC-BUS-DATE
           MOVE WS-DEPT-MASTER-CODE TO LK-SAC-DEPT-CODE
           SET LK-SAC-NEW TO TRUE
           MOVE "ALCBATCH" TO LK-SAC-SOURCE-PGM
           MOVE ZERO TO LK-SAC-KEY-ID
           MOVE WS-DEPT-MTD-PENDING TO LK-SAC-AMOUNT
           CALL "ALCSAC01" USING LK-ALCSAC-PARMS.

       3220-CHECK-CEILING.
      *>   A department with a ceiling may not be allocated past it
      *>   in one business month: what is already on ALCDEPT, plus
      *>   tonight's unposted bookings, plus this record. Checked
      *>   before the duplicate gate so a record rejected here has
      *>   touched nothing on the master.
           SET WS-WITHIN-CEILING TO TRUE
           IF WS-DEPT-CEILING > ZERO
               COMPUTE WS-DEPT-MTD-PROJECTED =
                   WS-DEPT-MTD-ON-FILE + WS-DEPT-MTD-PENDING
                   + ALC-DIVIDEND
               IF WS-DEPT-MTD-PROJECTED > WS-DEPT-CEILING
                   MOVE "N" TO WS-WITHIN-CEILING-SWITCH
                   SET ALCE-REASON-OVER-BUDGET TO TRUE
                   MOVE "OVER BUDGET - MONTHLY CEILING EXCEEDED"
                       TO ALCE-REASON-TEXT
               END-IF
           END-IF.

       3230-VALIDATE-WEIGHTS.
      *>   A mode "W" record must name a loaded weight profile
      *>   whose bucket count matches the divisor - otherwise there
               END-IF
           END-IF.

       3235-VALIDATE-LOCATIONS.
      *>   Every bucket the split will produce needs a store on the
      *>   directory under the profile the record names. The
      *>   resolved stores stay in LK-LOC-ENTRY for 3500/3550 to
      *>   write - nothing else calls ALCLOC01 in between.
           IF ALC-MODE-DISTRIBUTE OR ALC-MODE-WEIGHTED
               SET LK-LOC-RESOLVE TO TRUE
               MOVE ALC-WEIGHT-PROFILE TO LK-LOC-PROFILE
               MOVE ALC-DIVISOR TO LK-LOC-BUCKET-COUNT
               CALL "ALCLOC01" USING LK-ALCLOC-PARMS
               IF NOT LK-LOC-ALL-MAPPED
                   MOVE "N" TO WS-PROFILE-OK-SWITCH
                   SET ALCE-REASON-NO-LOCATION TO TRUE
                   MOVE SPACES TO ALCE-REASON-TEXT
                   STRING "BUCKET " LK-LOC-MISSING-BUCKET
                       " OF PROFILE " ALC-WEIGHT-PROFILE
                       " NOT ON ALCLOC"
                       DELIMITED BY SIZE INTO ALCE-REASON-TEXT
               END-IF
           END-IF.

       3240-VALIDATE-CAPACITY.
      *>   With every bucket of the profile capped, the caps must
      *>   cover the whole dividend or there is no lawful split -
           END-IF.

       3250-CHECK-DUPLICATE.
      *>   Key-ID validation gate: a key already on the processed-
      *>   allocations master was divided on a prior night, so
      *>   dividing it again would ship the same units twice. The
      *>   rejection text carries the original run date so the
      *>   occurrence just wrote.
           IF WS-DEFER-MASTER AND ALCE-STATUS-CORRECTED
               PERFORM 3270-CHECK-BOOKED-THIS-RUN
           END-IF
           IF ALCE-STATUS-CORRECTED
               PERFORM 3280-CHECK-SUSPECT-DUP
           END-IF.

       3270-CHECK-BOOKED-THIS-RUN.
                   DELIMITED BY SIZE INTO ALCE-REASON-TEXT
           END-IF.

       3280-CHECK-SUSPECT-DUP.
      *>   Last validation gate: a new key-ID carrying exactly the
      *>   content of another key booked inside the window, or
      *>   earlier tonight, is most likely the ordering system
      *>   resending one request. It is held, not divided, under a
      *>   reason that names the key it matched.
           SET LK-DUP-CHECK TO TRUE
           MOVE ALC-DEPT-CODE TO LK-DUP-DEPT-CODE
           MOVE ALC-PROCESS-MODE TO LK-DUP-PROCESS-MODE
           MOVE ALC-WEIGHT-PROFILE TO LK-DUP-WEIGHT-PROFILE
           MOVE ALC-DIVIDEND TO LK-DUP-DIVIDEND
           MOVE ALC-DIVISOR TO LK-DUP-DIVISOR
           MOVE ALC-KEY-ID TO LK-DUP-KEY-ID
           MOVE WS-CURRENT-DATE TO LK-DUP-RUN-DATE
           CALL "ALCDUP01" USING LK-ALCDUP-PARMS
           IF LK-DUP-FOUND
               SET ALCE-REASON-SUSPECT-DUP TO TRUE
               MOVE SPACES TO ALCE-REASON-TEXT
               STRING "SUSPECTED DUPLICATE OF KEY "
                   LK-DUP-MATCH-KEY-ID
                   DELIMITED BY SIZE INTO ALCE-REASON-TEXT
               SET ALCE-STATUS-PENDING TO TRUE
           END-IF.

       3290-NOTE-SUSPECT.
      *>   One entry per held key for the ALCRPT section; a key
      *>   already listed (reloaded on a restart, then reprocessed)
      *>   is not counted twice.
           MOVE "Y" TO WS-SUS-NEW-SWITCH
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-LISTED
               IF WS-SUS-KEY-ID (WS-SUS-IDX) = ALCE-KEY-ID
                   MOVE "N" TO WS-SUS-NEW-SWITCH
               END-IF
           END-PERFORM
           IF WS-SUS-NEW
               ADD 1 TO WS-SUSPECT-COUNT
               ADD ALCE-DIVIDEND TO WS-SUSPECT-DOLLARS
               IF WS-SUS-LISTED >= 500
                   DISPLAY "ALCBATCH: SUSPECT TABLE FULL - KEY "
                       ALCE-KEY-ID " COUNTED IN TOTALS ONLY"
               ELSE
                   ADD 1 TO WS-SUS-LISTED
                   MOVE ALCE-KEY-ID TO WS-SUS-KEY-ID (WS-SUS-LISTED)
                   MOVE ALCE-SUSPECT-OF-KEY-ID
                       TO WS-SUS-MATCH-KEY-ID (WS-SUS-LISTED)
                   MOVE ALCE-DEPT-CODE
                       TO WS-SUS-DEPT-CODE (WS-SUS-LISTED)
                   MOVE ALCE-DIVISOR TO WS-SUS-DIVISOR (WS-SUS-LISTED)
                   MOVE ALCE-DIVIDEND
                       TO WS-SUS-DIVIDEND (WS-SUS-LISTED)
               END-IF
           END-IF.

       3300-WRITE-ERROR.
      *>   Stamp when (system clock) and under which business run
      *>   date the rejection happened, so the ALCERAGE report can
           MOVE WS-CURRENT-DATE TO ALCE-RUN-DATE
           ADD 1 TO WS-TOTAL-REJECTS
           ADD 1 TO WS-DEPT-REJECTS
           IF ALCE-REASON-DEPT-FROZEN
               ADD 1 TO WS-TOTAL-HELD
           END-IF
           IF ALCE-REASON-SUSPECT-DUP
               PERFORM 3290-NOTE-SUSPECT
           END-IF
      *>   A simulation counts the rejection (it still drives the
      *>   totals, the RC=4 convention and the abort threshold)
      *>   but leaves ALCERR alone, so the trial pollutes no
                       "STATUS " WS-ERR-STATUS " KEY " ALCE-KEY-ID
               END-IF
           END-IF
      *>   Frozen-department and suspected-duplicate holds say
      *>   nothing about the extract's quality, so they do not
      *>   count toward the circuit breaker - freezing a large
      *>   department must not abort the night.
           IF WS-ABORT-REJECT-LIMIT > ZERO
                   AND WS-TOTAL-REJECTS - WS-TOTAL-HELD
                       - WS-SUSPECT-COUNT
                       >= WS-ABORT-REJECT-LIMIT
               PERFORM 9000-ABORT-RUN
           END-IF.

                   MOVE ALC-KEY-ID TO ALCO-BKT-KEY-ID
                   MOVE WS-ALLOC-IDX TO ALCO-BKT-BUCKET-NO
                   MOVE LK-ALLOC-TABLE (WS-ALLOC-IDX) TO ALCO-BKT-AMOUNT
                   MOVE LK-LOC-STORE-ID (WS-ALLOC-IDX)
                       TO ALCO-BKT-STORE-ID
                   MOVE LK-LOC-SHIP-TO-NAME (WS-ALLOC-IDX)
                       TO ALCO-BKT-SHIP-TO-NAME
                   WRITE ALC-OUT-RECORD FROM ALCO-BUCKET-RECORD
                   ADD 1 TO WS-OUT-RECORD-COUNT
               END-IF
               MOVE WS-CURRENT-DATE TO ALCS-RUN-DATE
               SET ALCS-PENDING TO TRUE
               MOVE ZERO TO ALCS-RELEASE-DATE
               MOVE LK-LOC-STORE-ID (WS-ALLOC-IDX) TO ALCS-STORE-ID
               MOVE LK-LOC-SHIP-TO-NAME (WS-ALLOC-IDX)
                   TO ALCS-SHIP-TO-NAME
               WRITE ALC-SCHED-RECORD
               IF WS-SCHD-STATUS = "22"
                   REWRITE ALC-SCHED-RECORD
           END-EVALUATE
           IF WS-DUE-DD > WS-DUE-MAX-DD
               MOVE WS-DUE-MAX-DD TO WS-DUE-DD
           END-IF
      *>   Nothing can be shipped on a day the department's
      *>   warehouse is shut, so a due date on a weekend or an
      *>   ALCCAL closed day moves to the next business day.
           SET LK-CAL-ROLL-FORWARD TO TRUE
           MOVE ALC-DEPT-CODE TO LK-CAL-ID
           MOVE WS-DUE-DATE TO LK-CAL-DATE
           CALL "ALCCAL01" USING LK-ALCCAL-PARMS
           IF LK-CAL-RESULT-DATE NOT = WS-DUE-DATE
               MOVE LK-CAL-RESULT-DATE TO WS-DUE-DATE
               ADD 1 TO WS-DUE-ROLLED-COUNT
           END-IF.

       3800-UPDATE-MASTER.
           MOVE LK-REMAINDER TO ALCM-REMAINDER
           SET ALCM-ACTIVE TO TRUE
           MOVE ZERO TO ALCM-CONFIRM-DATE
           MOVE ALC-DEPT-CODE TO ALCM-DEPT-CODE
           MOVE ALC-PROCESS-MODE TO ALCM-PROCESS-MODE
           MOVE ALC-WEIGHT-PROFILE TO ALCM-WEIGHT-PROFILE
           IF WS-DEFER-MASTER
               WRITE ALC-MADD-RECORD FROM ALC-MASTER-RECORD
               IF NOT WS-MADD-OK
           END-PERFORM
           MOVE WS-BK-NEW-KEY TO WS-BOOKED-KEY (WS-BK-POS + 1).

       3820-NOTE-BOOKED-CONTENT.
      *>   Tonight's bookings join the window, so a request the
      *>   extract carries twice under two key-IDs is held the
      *>   second time.
           SET LK-DUP-ADD TO TRUE
           MOVE ALC-DEPT-CODE TO LK-DUP-DEPT-CODE
           MOVE ALC-PROCESS-MODE TO LK-DUP-PROCESS-MODE
           MOVE ALC-WEIGHT-PROFILE TO LK-DUP-WEIGHT-PROFILE
           MOVE ALC-DIVIDEND TO LK-DUP-DIVIDEND
           MOVE ALC-DIVISOR TO LK-DUP-DIVISOR
           MOVE ALC-KEY-ID TO LK-DUP-KEY-ID
           MOVE WS-CURRENT-DATE TO LK-DUP-RUN-DATE
           CALL "ALCDUP01" USING LK-ALCDUP-PARMS.

       4000-CALL-DIVIDE.
           MOVE ALC-DIVIDEND TO LK-DIVIDEND
           MOVE ALC-DIVISOR TO LK-DIVISOR
      *>   Called periodically during processing - the key of the
      *>   record just processed is the checkpoint key.
           MOVE ALC-KEY-ID TO WS-CKPT-WRITE-KEY
           PERFORM 3218-POST-DEPT-MTD
           PERFORM 7150-REWRITE-CHECKPOINT-FILE.

       7150-REWRITE-CHECKPOINT-FILE.
           MOVE WS-TOTAL-QUOTIENT TO ALCK-TOTAL-QUOTIENT
           MOVE WS-TOTAL-REMAINDER TO ALCK-TOTAL-REMAINDER
           MOVE WS-TOTAL-REJECTS TO ALCK-TOTAL-REJECTS
           MOVE WS-TOTAL-HELD TO ALCK-TOTAL-HELD
           MOVE WS-TOTAL-EXCEPTIONS TO ALCK-TOTAL-EXCEPTIONS
           MOVE WS-CURRENT-DEPT TO ALCK-DEPT-CODE
           MOVE WS-DEPT-DIVIDEND TO ALCK-DEPT-DIVIDEND
           MOVE WS-DEPT-EXCEPTIONS TO ALCK-DEPT-EXCEPTIONS
           MOVE WS-OUT-RECORD-COUNT TO ALCK-OUT-RECORD-COUNT
           MOVE WS-MADD-RECORD-COUNT TO ALCK-MADD-RECORD-COUNT
           MOVE WS-DEPT-MTD-PENDING TO ALCK-DEPT-MTD-PENDING
           WRITE ALC-CHECKPOINT-RECORD.

       8000-FINALIZE.
           IF WS-CURRENT-DEPT NOT = LOW-VALUES
               PERFORM 3700-WRITE-DEPT-TOTALS
           END-IF
           PERFORM 3218-POST-DEPT-MTD

           MOVE WS-TOTAL-DIVIDEND TO RPT-TOT-DIVIDEND
           WRITE ALC-RPT-RECORD FROM RPT-TOTAL-LINE
           WRITE ALC-RPT-RECORD FROM RPT-TOTAL-LINE2
           MOVE WS-TOTAL-REMAINDER TO RPT-TOT-REMAINDER
           WRITE ALC-RPT-RECORD FROM RPT-TOTAL-LINE3
           IF WS-SUSPECT-COUNT > ZERO
               PERFORM 8200-WRITE-SUSPECT-SECTION
           END-IF
           IF WS-TOTAL-HELD > ZERO
               DISPLAY "ALCBATCH: " WS-TOTAL-HELD
                   " RECORD(S) HELD ON ALCERR FOR A FROZEN DEPARTMENT"
           END-IF
           IF LK-CAL-NAME NOT = SPACES
               DISPLAY "ALCBATCH: INSTALLMENT DUE DATES ON CALENDAR "
                   LK-CAL-NAME " - " WS-DUE-ROLLED-COUNT
                   " ROLLED TO NEXT BUSINESS DAY"
           END-IF

      *>   ALCOUT trailer - the receiving side checks the detail
      *>   count and control totals against what it actually read.
           CLOSE ALC-RPT-FILE
           CLOSE ALC-OUT-FILE
           CLOSE ALC-MSTR-FILE
           CLOSE ALC-DEPT-FILE

      *>   RETURN-CODE is a global special register that CALL resets
      *>   for every CALLed subprogram, so it is only safe to set it
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF NOT WS-SIMULATING AND NOT WS-DEFER-MASTER
               PERFORM 8300-RECORD-LEDGER-END
           END-IF.

       8100-WRITE-RUN-HISTORY.
               CLOSE ALC-HIST-FILE
           END-IF.

       8200-WRITE-SUSPECT-SECTION.
           WRITE ALC-RPT-RECORD FROM RPT-SUSPECT-HEADING
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-LISTED
               MOVE WS-SUS-KEY-ID (WS-SUS-IDX) TO RPT-SUS-KEY-ID
               MOVE WS-SUS-MATCH-KEY-ID (WS-SUS-IDX)
                   TO RPT-SUS-MATCH-KEY-ID
               MOVE WS-SUS-DEPT-CODE (WS-SUS-IDX) TO RPT-SUS-DEPT-CODE
               MOVE WS-SUS-DIVISOR (WS-SUS-IDX) TO RPT-SUS-DIVISOR
               MOVE WS-SUS-DIVIDEND (WS-SUS-IDX) TO RPT-SUS-DIVIDEND
               WRITE ALC-RPT-RECORD FROM RPT-SUSPECT-LINE
           END-PERFORM
           MOVE WS-SUSPECT-COUNT TO RPT-SUS-COUNT
           MOVE WS-SUSPECT-DOLLARS TO RPT-SUS-DOLLARS
           WRITE ALC-RPT-RECORD FROM RPT-SUSPECT-TOTAL-LINE
           DISPLAY "ALCBATCH: " WS-SUSPECT-COUNT
               " RECORD(S) HELD ON ALCERR AS SUSPECTED DUPLICATES".

       8300-RECORD-LEDGER-END.
      *>   The ledger CALL would reset RETURN-CODE, so the step's
      *>   code travels in the parameter block and is put back.
           SET LK-RLG-END TO TRUE
           MOVE RETURN-CODE TO LK-RLG-STEP-RC
           CALL "ALCRLG01" USING LK-ALCRLG-PARMS
           MOVE LK-RLG-STEP-RC TO RETURN-CODE.

       9000-ABORT-RUN.
      *>   Circuit breaker: the reject count has hit the ALCPARM
      *>   threshold, which means the extract itself is bad - stop
           CLOSE ALC-RPT-FILE
           CLOSE ALC-OUT-FILE
           CLOSE ALC-MSTR-FILE
           CLOSE ALC-DEPT-FILE
      *>   The night's ledger row is ended failed with the RC 12,
      *>   so ALCLEDG shows the abort rather than a step still
      *>   running.
           MOVE 12 TO RETURN-CODE
           IF NOT WS-SIMULATING AND NOT WS-DEFER-MASTER
               PERFORM 8300-RECORD-LEDGER-END
           END-IF
           STOP RUN.
