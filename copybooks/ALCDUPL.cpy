      *>-----------------------------------------------------------
      *> ALCDUPL - LINKAGE layout for the ALCDUP01 suspected-
      *> duplicate subprogram. COPY this into any program that
      *> CALLs ALCDUP01; fill in the function, the request content
      *> and the key, CALL, and read the answer back.
      *>-----------------------------------------------------------
       01  LK-ALCDUP-PARMS.
           05  LK-DUP-FUNCTION         PIC X(1).
      *>       Remember a booking - a recent ALCMSTR row loaded at
      *>       start-up, or a record just booked tonight.
               88  LK-DUP-ADD                   VALUE "A".
      *>       Is there a booking under another key-ID with the
      *>       same content?
               88  LK-DUP-CHECK                 VALUE "C".
      *>   What makes two requests "the same". A blank mode counts
      *>   as "N", as it does everywhere else.
           05  LK-DUP-CONTENT.
               10  LK-DUP-DEPT-CODE    PIC X(4).
               10  LK-DUP-PROCESS-MODE PIC X(1).
               10  LK-DUP-WEIGHT-PROFILE PIC X(4).
               10  LK-DUP-DIVIDEND     PIC 9(7)V99.
               10  LK-DUP-DIVISOR      PIC 9(5).
           05  LK-DUP-KEY-ID           PIC 9(9).
           05  LK-DUP-RUN-DATE         PIC 9(8).
      *>   Returned by a check: whether another key matched, and
      *>   which one and when it was booked.
           05  LK-DUP-FOUND-SWITCH     PIC X(1).
               88  LK-DUP-FOUND                 VALUE "Y".
           05  LK-DUP-MATCH-KEY-ID     PIC 9(9).
           05  LK-DUP-MATCH-RUN-DATE   PIC 9(8).
