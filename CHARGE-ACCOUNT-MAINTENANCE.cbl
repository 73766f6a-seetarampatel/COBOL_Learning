      ******************************************************************
      * Author:
      * Date:
      * Purpose: Opens and limits trade customers' house charge
      *          accounts on CHGACCT.DAT. Small ACCEPT-driven
      *          maintenance transaction, in the style of
      *          ITEM-STATUS-MAINTENANCE: key the customer's phone,
      *          confirm they are filed as a trade customer on
      *          CONTACTS.DAT (trading name and tax id), then set the
      *          credit limit and the account status - O open,
      *          H on hold, C closed. The register's ACCT tender
      *          charges only open accounts, up to the limit. Every
      *          limit or status change lands on the audit log. A new
      *          account is opened only on a charge-account credit
      *          application CREDIT-APPLICATION has approved for the
      *          same phone, at no more than the limit it suggested.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-ACCOUNT-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-MASTER
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PHONE
               FILE STATUS IS CONTACT-MASTER-STATUS.

           SELECT CHARGE-ACCOUNT-FILE
               ASSIGN TO "CHGACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-PHONE
               FILE STATUS IS CHARGE-ACCOUNT-STATUS.

           SELECT CREDIT-APPLICATION-FILE
               ASSIGN TO "CREDAPP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APP-NO
               FILE STATUS IS CREDIT-APPLICATION-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  CHARGE-ACCOUNT-FILE.
           COPY "CHARGE-ACCOUNT.CPY".

       FD  CREDIT-APPLICATION-FILE.
           COPY "CREDIT-APPLICATION.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  CHARGE-ACCOUNT-STATUS  PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  CREDIT-APPLICATION-STATUS PIC X(2).
       01  WS-APP-OK              PIC X(1).
       01  WS-APP-NO              PIC 9(5).
       01  WS-APP-LIMIT           PIC 9(7)V9(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-NEW-ACCOUNT         PIC X(1).
       01  WS-NEW-STATUS          PIC X(1).
       01  WS-OLD-STATUS          PIC X(1).
       01  WS-NEW-LIMIT           PIC 9(7)V9(2).
       01  WS-OLD-LIMIT           PIC 9(7)V9(2).
       01  WS-LIMIT-DISPLAY       PIC Z(6)9.99.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "HOUSE CHARGE ACCOUNT MAINTENANCE".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN INPUT CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN CONTACTS.DAT, STATUS "
                   CONTACT-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O CHARGE-ACCOUNT-FILE.
           IF CHARGE-ACCOUNT-STATUS = "35"
               OPEN OUTPUT CHARGE-ACCOUNT-FILE
               CLOSE CHARGE-ACCOUNT-FILE
               OPEN I-O CHARGE-ACCOUNT-FILE
           END-IF.
           IF CHARGE-ACCOUNT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN CHGACCT.DAT, STATUS "
                   CHARGE-ACCOUNT-STATUS
               CLOSE CONTACT-MASTER
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-ACCOUNT UNTIL WS-WANT-MORE = "N".

           CLOSE CONTACT-MASTER.
           CLOSE CHARGE-ACCOUNT-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-ACCOUNT.
           DISPLAY "CUSTOMER PHONE NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CM-PHONE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           READ CONTACT-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE - ADD THEM THROUGH "
                       "THE CONTACT CAPTURE FIRST"
               NOT INVALID KEY
                   PERFORM 110-MAINTAIN-ACCOUNT
           END-READ.

           DISPLAY "ANOTHER ACCOUNT? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> Credit goes only to a business we can invoice - a customer
      *> with no trading name or tax id has to be filed as a trade
      *> customer through BUSINESS-CUSTOMER-MAINTENANCE first.
       110-MAINTAIN-ACCOUNT.
           IF CM-TRADING-NAME = SPACES OR CM-TAX-ID = SPACES
               DISPLAY "NOT A TRADE CUSTOMER - FILE THEIR TRADING "
                   "NAME AND TAX ID FIRST"
               EXIT PARAGRAPH
           END-IF.

           MOVE CM-PHONE TO CA-PHONE.
           READ CHARGE-ACCOUNT-FILE
               INVALID KEY
                   MOVE "Y" TO WS-NEW-ACCOUNT
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-ACCOUNT
           END-READ.

           IF WS-NEW-ACCOUNT = "Y"
               DISPLAY "NO ACCOUNT FOR " CM-TRADING-NAME
                   " - OPENING ONE"
               PERFORM 130-CHECK-APPLICATION
               IF WS-APP-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO CHARGE-ACCOUNT-RECORD
               MOVE CM-PHONE TO CA-PHONE
               MOVE ZEROES TO CA-CREDIT-LIMIT
               MOVE ZEROES TO CA-BALANCE
               MOVE "O" TO CA-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO CA-OPENED-DATE
               MOVE SPACES TO WS-OLD-STATUS
           ELSE
               MOVE CA-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "ACCOUNT: " CM-TRADING-NAME
                   " OPENED " CA-OPENED-DATE
                   " STATUS " CA-STATUS
               DISPLAY "LIMIT " WS-LIMIT-DISPLAY
                   " BALANCE " CA-BALANCE
                   " LAST PAYMENT " CA-LAST-PAYMENT
               MOVE CA-STATUS TO WS-OLD-STATUS
           END-IF.
           MOVE CA-CREDIT-LIMIT TO WS-OLD-LIMIT.

           DISPLAY "CREDIT LIMIT".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-NEW-LIMIT = FUNCTION NUMVAL-C(WS-IV-INPUT).

      *> A limit below what is already owed is allowed - it is how
      *> the office stops further charging without closing the
      *> account - but the operator should know.
           IF WS-NEW-LIMIT < CA-BALANCE
               DISPLAY "WARNING - LIMIT IS BELOW THE BALANCE OWED, "
                   "NO FURTHER CHARGES WILL BE ACCEPTED"
           END-IF.
           IF WS-NEW-ACCOUNT = "Y" AND WS-NEW-LIMIT > WS-APP-LIMIT
               MOVE WS-APP-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "OVER THE APPROVED LIMIT OF " WS-LIMIT-DISPLAY
                   " - ACCOUNT NOT OPENED"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NEW-STATUS.
           PERFORM 115-ACCEPT-STATUS-CODE
               UNTIL WS-NEW-STATUS = "O" OR "H" OR "C".

           IF WS-NEW-STATUS = "C" AND CA-BALANCE NOT = ZERO
               DISPLAY "BALANCE STILL OWED - ACCOUNT PUT ON HOLD "
                   "INSTEAD OF CLOSED"
               MOVE "H" TO WS-NEW-STATUS
           END-IF.

           MOVE WS-NEW-LIMIT TO CA-CREDIT-LIMIT.
           MOVE WS-NEW-STATUS TO CA-STATUS.
           IF WS-NEW-ACCOUNT = "Y"
               WRITE CHARGE-ACCOUNT-RECORD
           ELSE
               REWRITE CHARGE-ACCOUNT-RECORD
           END-IF.
           IF CHARGE-ACCOUNT-STATUS NOT = "00"
               DISPLAY "ACCOUNT NOT SAVED, STATUS "
                   CHARGE-ACCOUNT-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM 120-AUDIT-ACCOUNT-CHANGE.
           IF WS-NEW-ACCOUNT = "Y"
               PERFORM 140-STAMP-APPLICATION
           END-IF.
           MOVE CA-CREDIT-LIMIT TO WS-LIMIT-DISPLAY.
           DISPLAY "ACCOUNT " CA-PHONE " STATUS " CA-STATUS
               " LIMIT " WS-LIMIT-DISPLAY.

       115-ACCEPT-STATUS-CODE.
           DISPLAY "ACCOUNT STATUS (O=OPEN H=HOLD C=CLOSED)".
           ACCEPT WS-NEW-STATUS.

      *> Same who/when/old/new trail every master correction writes.
       120-AUDIT-ACCOUNT-CHANGE.
           IF CA-CREDIT-LIMIT NOT = WS-OLD-LIMIT
               OR WS-NEW-ACCOUNT = "Y"
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-USER-ID TO AL-USER-ID
               MOVE "CHGACC" TO AL-RECORD-TYPE
               MOVE CA-PHONE TO AL-KEY-VALUE
               MOVE "CREDIT-LIMIT" TO AL-FIELD-NAME
               MOVE WS-OLD-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-LIMIT-DISPLAY TO AL-OLD-VALUE
               MOVE CA-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-LIMIT-DISPLAY TO AL-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CA-STATUS NOT = WS-OLD-STATUS
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-USER-ID TO AL-USER-ID
               MOVE "CHGACC" TO AL-RECORD-TYPE
               MOVE CA-PHONE TO AL-KEY-VALUE
               MOVE "ACCT-STATUS" TO AL-FIELD-NAME
               MOVE WS-OLD-STATUS TO AL-OLD-VALUE
               MOVE CA-STATUS TO AL-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *> The application must be for a charge account on this phone,
      *> approved, and not already used to open one.
       130-CHECK-APPLICATION.
           MOVE "N" TO WS-APP-OK.
           DISPLAY "CREDIT APPLICATION NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           OPEN INPUT CREDIT-APPLICATION-FILE.
           IF CREDIT-APPLICATION-STATUS NOT = "00"
               DISPLAY "NO CREDIT APPLICATIONS ON FILE - TAKE ONE AT "
                   "THE CREDIT DESK FIRST"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE AP-APP-NO = FUNCTION NUMVAL-C(WS-IV-INPUT).
           READ CREDIT-APPLICATION-FILE
               INVALID KEY
                   DISPLAY "APPLICATION NOT ON FILE"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AP-PRODUCT NOT = "C"
                           DISPLAY "NOT A CHARGE-ACCOUNT APPLICATION"
                       WHEN AP-PHONE NOT = CM-PHONE
                           DISPLAY "APPLICATION IS FOR ANOTHER "
                               "CUSTOMER"
                       WHEN AP-DECISION NOT = "A"
                           DISPLAY "APPLICATION NOT APPROVED - "
                               "DECISION " AP-DECISION
                       WHEN AP-OPENED-DATE NOT = SPACES
                           DISPLAY "APPLICATION ALREADY USED"
                       WHEN OTHER
                           MOVE "Y" TO WS-APP-OK
                           MOVE AP-APP-NO TO WS-APP-NO
                           MOVE AP-LIMIT TO WS-APP-LIMIT
                           MOVE AP-LIMIT TO WS-LIMIT-DISPLAY
                           DISPLAY "APPROVED - LIMIT UP TO "
                               WS-LIMIT-DISPLAY
                   END-EVALUATE
           END-READ.
           CLOSE CREDIT-APPLICATION-FILE.

       140-STAMP-APPLICATION.
           OPEN I-O CREDIT-APPLICATION-FILE.
           IF CREDIT-APPLICATION-STATUS NOT = "00"
               DISPLAY "APPLICATION NOT MARKED USED, STATUS "
                   CREDIT-APPLICATION-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-APP-NO TO AP-APP-NO.
           READ CREDIT-APPLICATION-FILE
               INVALID KEY
                   DISPLAY "APPLICATION NOT MARKED USED"
               NOT INVALID KEY
                   MOVE CA-OPENED-DATE TO AP-OPENED-DATE
                   MOVE CA-PHONE TO AP-ACCOUNT-REF
                   REWRITE CREDIT-APPLICATION-RECORD
           END-READ.
           CLOSE CREDIT-APPLICATION-FILE.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "AUDIT-LOG-LOGIC.CPY".

       END PROGRAM CHARGE-ACCOUNT-MAINTENANCE.
