      *>-----------------------------------------------------------
      *> ALCRLGL - LINKAGE layout for the ALCRLG01 run-ledger
      *> subprogram. COPY this into any program that CALLs
      *> ALCRLG01. At start the caller names its job, step and
      *> business date and the rules the step runs under, and
      *> CALLs with LK-RLG-START; anything but a zero refusal code
      *> back means the step must not run, and that code is the
      *> step's RETURN-CODE. At normal end it CALLs again with
      *> LK-RLG-END and its return code in LK-RLG-STEP-RC.
      *>-----------------------------------------------------------
       01  LK-ALCRLG-PARMS.
           05  LK-RLG-FUNCTION         PIC X(1).
      *>       Check the rules and record the step as started.
               88  LK-RLG-START                 VALUE "S".
      *>       Check the rules only - nothing is written (used by
      *>       the parallel slices, which must never hold the
      *>       ledger for update side by side).
               88  LK-RLG-CHECK                 VALUE "C".
      *>       Record the step as ended with LK-RLG-STEP-RC.
               88  LK-RLG-END                   VALUE "E".
           05  LK-RLG-JOB-NAME         PIC X(8).
           05  LK-RLG-STEP-NAME        PIC X(8).
           05  LK-RLG-BUS-DATE         PIC 9(8).
      *>   Ordering rule for the step:
           05  LK-RLG-RULE             PIC X(1).
      *>       A daily step - no business day may be skipped since
      *>       its last completed date.
               88  LK-RLG-RULE-DAILY            VALUE "D".
      *>       An off-cycle step - the nightly cycle must be
      *>       complete and nothing may be left started or failed.
               88  LK-RLG-RULE-QUIET            VALUE "Q".
               88  LK-RLG-RULE-NONE             VALUE " ".
      *>   Step that must have completed for this business date
      *>   (or for the latest business day up to it) first; spaces
      *>   when the step depends on nothing.
           05  LK-RLG-DEP-JOB-NAME     PIC X(8).
           05  LK-RLG-DEP-STEP-NAME    PIC X(8).
      *>   Set by the caller for LK-RLG-END.
           05  LK-RLG-STEP-RC          PIC 9(4).
      *>   Set by the caller for LK-RLG-END when the step finished
      *>   but left work that a rerun of the same date must pick
      *>   up: the row is recorded failed whatever the return
      *>   code, so the rerun is let through as a restart. Cleared
      *>   by every LK-RLG-START.
           05  LK-RLG-RERUN-SWITCH     PIC X(1).
               88  LK-RLG-RERUN-NEEDED          VALUE "Y".
      *>   Returned: zero when the step may run, otherwise the
      *>   RETURN-CODE the step ends with.
           05  LK-RLG-REFUSAL-RC       PIC 9(2).
               88  LK-RLG-CLEARED               VALUE 0.
               88  LK-RLG-LEDGER-UNUSABLE       VALUE 16.
               88  LK-RLG-ALREADY-COMPLETED     VALUE 44.
               88  LK-RLG-DATE-SKIPPED          VALUE 48.
               88  LK-RLG-DEPENDENCY-OPEN       VALUE 52.
               88  LK-RLG-CYCLE-OPEN            VALUE 56.
      *>   Returned: the attempt number recorded by LK-RLG-START -
      *>   above 1 on a restart.
           05  LK-RLG-ATTEMPTS         PIC 9(3).
