      *          master the register's manager-override check reads -
      *          add or correct a till user, their role (cashier or
      *          manager), and the secret code a manager keys to
      *          authorize large returns and voids - plus their
      *          staff-purchase terms: discount rate, yearly
      *          allowance, and whether they settle by payroll
      *          deduction. A user disabled by USER-ACCESS-REVIEW
      *          (dormant) is shown as such and cannot be edited
      *          until re-enabled, which needs another user's manager
      *          ID and secret code and lands on the audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  USER-ROLE-STATUS       PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-LOOKUP-USER         PIC X(8).
       01  WS-ANSWER              PIC X(1).
       01  WS-MANAGER-ID          PIC X(8).
       01  WS-MANAGER-SECRET      PIC X(4).
       01  WS-MANAGER-OK          PIC X(1).
      *> The user being maintained, held while the approving
      *> manager's own row is read into the same record area.
       01  WS-HELD-USER           PIC X(100).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE USER-ROLE-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.
               INVALID KEY
                   PERFORM 200-ACCEPT-USER-FIELDS
                   MOVE WS-LOOKUP-USER TO UR-USER-ID
                   MOVE "A" TO UR-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8) TO UR-STATUS-DATE
                   MOVE "NEW" TO UR-STATUS-BY
                   WRITE USER-ROLE-RECORD
                   DISPLAY "USER ADDED: " UR-USER-ID
               NOT INVALID KEY
                   PERFORM 150-MAINTAIN-EXISTING-USER
           END-READ.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

       150-MAINTAIN-EXISTING-USER.
           DISPLAY "ON FILE: " UR-NAME " ROLE: " UR-ROLE.
           IF UR-DISABLED
               PERFORM 300-RE-ENABLE-USER
               IF UR-DISABLED
                   DISPLAY "USER LEFT DISABLED - NOTHING CHANGED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "STAFF DISCOUNT " UR-STAFF-DISC-PCT
               "% ALLOWANCE " UR-STAFF-ALLOWANCE
               " PAYROLL DEDUCTION " UR-PAYROLL-DEDUCT.
           PERFORM 200-ACCEPT-USER-FIELDS.
           REWRITE USER-ROLE-RECORD.
           DISPLAY "USER UPDATED: " UR-USER-ID.

       200-ACCEPT-USER-FIELDS.
           DISPLAY "USER NAME".
           ACCEPT UR-NAME.
           DISPLAY "SECRET CODE (MANAGERS ONLY, BLANK FOR CASHIERS)".
           ACCEPT UR-SECRET-CODE.

      *> Staff-purchase terms. A zero rate means the person gets no
      *> staff discount at the till.
           DISPLAY "STAFF DISCOUNT PERCENT (0 FOR NONE)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE UR-STAFF-DISC-PCT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF UR-STAFF-DISC-PCT = ZERO
               MOVE ZEROES TO UR-STAFF-ALLOWANCE
               MOVE "N" TO UR-PAYROLL-DEDUCT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "YEARLY STAFF PURCHASE ALLOWANCE".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE UR-STAFF-ALLOWANCE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE SPACES TO UR-PAYROLL-DEDUCT.
           PERFORM 210-ACCEPT-PAYROLL-FLAG
               UNTIL UR-PAYROLL-DEDUCT = "Y" OR "N".

       210-ACCEPT-PAYROLL-FLAG.
           DISPLAY "SETTLE STAFF PURCHASES BY PAYROLL DEDUCTION? (Y/N)".
           ACCEPT UR-PAYROLL-DEDUCT.

      *> Re-enabling is a manager's decision, and not the user's own -
      *> a disabled manager cannot sign their own way back in.
       300-RE-ENABLE-USER.
           DISPLAY "DISABLED " UR-STATUS-DATE " BY " UR-STATUS-BY.
           DISPLAY "RE-ENABLE THIS USER? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               EXIT PARAGRAPH
           END-IF.
           MOVE USER-ROLE-RECORD TO WS-HELD-USER.
           MOVE "N" TO WS-MANAGER-OK.
           DISPLAY "MANAGER ID".
           ACCEPT WS-MANAGER-ID.
           DISPLAY "MANAGER SECRET CODE".
           ACCEPT WS-MANAGER-SECRET.
           IF WS-MANAGER-ID = WS-LOOKUP-USER
               DISPLAY "A USER CANNOT RE-ENABLE THEIR OWN ID"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MANAGER-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "MANAGER ID NOT ON FILE"
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-MANAGER-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-MANAGER-OK
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.
           MOVE WS-HELD-USER TO USER-ROLE-RECORD.
           IF WS-MANAGER-OK = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO UR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO UR-STATUS-DATE.
           MOVE WS-MANAGER-ID TO UR-STATUS-BY.
           REWRITE USER-ROLE-RECORD.
           DISPLAY "USER RE-ENABLED: " UR-USER-ID.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-MANAGER-ID TO AL-USER-ID.
           MOVE "USER" TO AL-RECORD-TYPE.
           MOVE UR-USER-ID TO AL-KEY-VALUE.
           MOVE "UR-STATUS" TO AL-FIELD-NAME.
           MOVE "DISABLED" TO AL-OLD-VALUE.
           MOVE "ACTIVE" TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "AUDIT-LOG-LOGIC.CPY".

       END PROGRAM USER-ROLE-MAINTENANCE.
