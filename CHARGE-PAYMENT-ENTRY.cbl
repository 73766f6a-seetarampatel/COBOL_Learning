      ******************************************************************
      * Author:
      * Date:
      * Purpose: The accounts office's cheque desk for house charge
      *          accounts: key the trade customer's phone, see what
      *          they owe on CHGACCT.DAT, and post the cheque they
      *          sent against their statement as a payment row on
      *          CHGLEDGR.DAT. Same shape as FEE-PAYMENT-ENTRY. The
      *          account balance comes down at once so the register
      *          can charge against the freed credit the same day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-PAYMENT-ENTRY.

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

           SELECT CHARGE-LEDGER-FILE
               ASSIGN TO "CHGLEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  CHARGE-ACCOUNT-FILE.
           COPY "CHARGE-ACCOUNT.CPY".

       FD  CHARGE-LEDGER-FILE.
           COPY "CHARGE-LEDGER.CPY".

       WORKING-STORAGE SECTION.
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  CHARGE-ACCOUNT-STATUS  PIC X(2).
       01  CHARGE-LEDGER-STATUS   PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-USER-ID             PIC X(8).
       01  WS-PAYMENT             PIC 9(7)V9(2).
       01  WS-CHEQUE-NO           PIC X(10).
       01  WS-TODAY               PIC X(8).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "HOUSE ACCOUNT PAYMENT ENTRY".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN CONTACTS.DAT, STATUS "
                   CONTACT-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O CHARGE-ACCOUNT-FILE.
           IF CHARGE-ACCOUNT-STATUS NOT = "00"
               DISPLAY "NO CHARGE ACCOUNTS, STATUS "
                   CHARGE-ACCOUNT-STATUS
               CLOSE CONTACT-MASTER
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-ONE-PAYMENT UNTIL WS-WANT-MORE = "N".

           CLOSE CONTACT-MASTER.
           CLOSE CHARGE-ACCOUNT-FILE.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-PAYMENT.
           DISPLAY "CUSTOMER PHONE NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CA-PHONE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           READ CHARGE-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "NO HOUSE ACCOUNT FOR " CA-PHONE
               NOT INVALID KEY
                   PERFORM 110-TAKE-PAYMENT
           END-READ.

           DISPLAY "ANOTHER PAYMENT? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> Payments post whatever the account status - a held or
      *> closed account still owes what it owes.
       110-TAKE-PAYMENT.
           MOVE CA-PHONE TO CM-PHONE.
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE SPACES TO CM-TRADING-NAME
           END-READ.
           DISPLAY "ACCOUNT: " CM-TRADING-NAME
               " STATUS " CA-STATUS
               " BALANCE OWED " CA-BALANCE.

           DISPLAY "CHEQUE AMOUNT (0 TO SKIP)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-PAYMENT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-PAYMENT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAYMENT > CA-BALANCE
               DISPLAY "WARNING - PAYMENT EXCEEDS BALANCE, ACCOUNT "
                   "WILL BE IN CREDIT"
           END-IF.

           DISPLAY "CHEQUE NUMBER".
           ACCEPT WS-CHEQUE-NO.

           OPEN EXTEND CHARGE-LEDGER-FILE.
           IF CHARGE-LEDGER-STATUS = "05"
               OR CHARGE-LEDGER-STATUS = "35"
               OPEN OUTPUT CHARGE-LEDGER-FILE
           END-IF.
           MOVE SPACES TO CHARGE-LEDGER-RECORD.
           MOVE CA-PHONE TO CL-PHONE.
           MOVE WS-TODAY TO CL-DATE.
           MOVE "P" TO CL-TYPE.
           MOVE ZEROES TO CL-RECEIPT-NO.
           MOVE WS-CHEQUE-NO TO CL-REFERENCE.
           MOVE WS-PAYMENT TO CL-AMOUNT.
           MOVE WS-USER-ID TO CL-ENTERED-BY.
           WRITE CHARGE-LEDGER-RECORD.
           CLOSE CHARGE-LEDGER-FILE.

           SUBTRACT WS-PAYMENT FROM CA-BALANCE.
           MOVE WS-TODAY TO CA-LAST-PAYMENT.
           REWRITE CHARGE-ACCOUNT-RECORD.
           DISPLAY "POSTED - BALANCE NOW " CA-BALANCE.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM CHARGE-PAYMENT-ENTRY.
