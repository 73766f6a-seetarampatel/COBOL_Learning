               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-MANAGER-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-MANAGER-OK
                       DISPLAY "SIGNED BY " UR-NAME
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.

           MOVE WS-CASHIER-ID TO SFL-CASHIER-ID.
           MOVE WS-MANAGER-ID TO SFL-MANAGER-ID.
           MOVE WS-SAFE-BALANCE TO SFL-BALANCE.
           MOVE SPACES TO SFL-GL-DATE.
           WRITE SAFE-LEDGER-RECORD.
           CLOSE SAFE-LEDGER-FILE.

