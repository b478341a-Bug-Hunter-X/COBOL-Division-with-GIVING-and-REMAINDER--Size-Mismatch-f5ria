      *>-----------------------------------------------------------
      *> ALCLOCL - LINKAGE layout for the ALCLOC01 store-location
      *> subprogram. COPY this into any program that CALLs
      *> ALCLOC01; set the function (and, to resolve, the profile
      *> and bucket count), CALL, and read the answer back.
      *>-----------------------------------------------------------
       01  LK-ALCLOC-PARMS.
           05  LK-LOC-FUNCTION         PIC X(1).
      *>       Open the directory; LK-LOC-STATUS says whether it
      *>       could be. Call once at start-up and stop if not.
               88  LK-LOC-CHECK-OPEN            VALUE "O".
      *>       Fill LK-LOC-ENTRY 1 through LK-LOC-BUCKET-COUNT for
      *>       LK-LOC-PROFILE.
               88  LK-LOC-RESOLVE               VALUE "R".
           05  LK-LOC-PROFILE          PIC X(4).
           05  LK-LOC-BUCKET-COUNT     PIC 9(3).
      *>   Returned: the ALCLOC open status, whether every bucket
      *>   asked for is on the directory and, if not, the first
      *>   one that is missing (its entry comes back as spaces).
           05  LK-LOC-STATUS           PIC X(2).
               88  LK-LOC-AVAILABLE             VALUE "00".
           05  LK-LOC-MAPPED-SWITCH    PIC X(1).
               88  LK-LOC-ALL-MAPPED            VALUE "Y".
           05  LK-LOC-MISSING-BUCKET   PIC 9(3).
           05  LK-LOC-TABLE.
               10  LK-LOC-ENTRY OCCURS 999 TIMES.
                   15  LK-LOC-STORE-ID PIC X(6).
                   15  LK-LOC-SHIP-TO-NAME PIC X(30).
