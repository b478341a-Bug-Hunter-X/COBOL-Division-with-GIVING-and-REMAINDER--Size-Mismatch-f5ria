       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-EOF                        VALUE "Y".
       01  WS-REJECT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-AWAITING-COUNT           PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
                               " REASON " ALCE-REASON-CODE
                               " - " ALCE-REASON-TEXT
                       END-IF
                       IF ALCE-STATUS-AWAITING
                           ADD 1 TO WS-AWAITING-COUNT
                       END-IF
               END-READ
           END-PERFORM


           DISPLAY "ALCNOTFY: " WS-REJECT-COUNT
               " REJECTED RECORD(S) NEED OPERATOR REVIEW"
           IF WS-AWAITING-COUNT > ZERO
               DISPLAY "ALCNOTFY: " WS-AWAITING-COUNT
                   " CORRECTION(S) AWAITING APPROVAL ON ALCAPRV"
           END-IF

           MOVE 0 TO RETURN-CODE
           GOBACK.
