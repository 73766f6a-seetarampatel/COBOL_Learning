      *          register's override is) can key a punch somebody
      *          missed - entered punches carry source M and land on
      *          the audit log with both identities, like every
      *          other hand correction in the system. A user
      *          disabled on USERROLE.DAT cannot punch, and a
      *          disabled manager cannot key a missed one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               INVALID KEY
                   DISPLAY "NOT ON THE USER LIST - SEE THE OFFICE"
               NOT INVALID KEY
                   IF UR-DISABLED
                       DISPLAY "USER DISABLED - SEE A MANAGER"
                   ELSE
                       MOVE WS-ACTION TO WS-PUNCH-TYPE
                       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EDIT-DATE
                       MOVE FUNCTION CURRENT-DATE(9:6) TO WS-EDIT-TIME
                       PERFORM 250-WRITE-PUNCH-K
                       DISPLAY UR-NAME " CLOCKED "
                           FUNCTION CURRENT-DATE(9:2) ":"
                           FUNCTION CURRENT-DATE(11:2)
                   END-IF
           END-READ.

       250-WRITE-PUNCH-K.
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-MANAGER-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-MANAGER-OK
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.
           IF WS-MANAGER-OK = "N"
