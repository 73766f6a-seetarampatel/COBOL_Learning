      ******************************************************************
      * Author:
      * Date:
      * Purpose: Takes a customer's request to have their details
      *          erased. Key the phone: the desk first looks for
      *          anything still open with us - a charge-account
      *          balance, a loan being repaid, an open layaway plan,
      *          a special order not yet collected, a gift card with
      *          money on it, a delivery not yet made - and refuses
      *          while any exists, listing them. Otherwise, once the
      *          clerk confirms (any loyalty points are forfeited),
      *          the phone is replaced by an anonymous token
      *          (9900000000 plus the request number) on every file
      *          that carries it, and the names, e-mail, addresses,
      *          tax ids and signatures kept with it are blanked. The
      *          financial rows themselves - loyalty movements, charge
      *          ledger, loans, layaways, orders, warranties - stay,
      *          under the token, so sales and tax history add up as
      *          before. Campaign mailing and expiry-notice rows carry
      *          nothing else and are dropped. Every request, refused
      *          or completed, goes on ERASELOG.DAT for the compliance
      *          file (L lists it), and each completed one on the
      *          audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ERASURE-DESK.

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

           SELECT SPECIAL-ORDER-FILE
               ASSIGN TO "SPECORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NO
               FILE STATUS IS SPECIAL-ORDER-STATUS.

           SELECT WARRANTY-FILE
               ASSIGN TO "WARRANTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-KEY
               FILE STATUS IS WARRANTY-FILE-STATUS.

           SELECT QUOTE-FILE
               ASSIGN TO "QUOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-NO
               FILE STATUS IS QUOTE-FILE-STATUS.

           SELECT RAIN-CHECK-FILE
               ASSIGN TO "RAINCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-VOUCHER-NO
               FILE STATUS IS RAIN-CHECK-STATUS.

           SELECT DELIVERY-FILE
               ASSIGN TO "DELIVERY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-RECEIPT-NO
               FILE STATUS IS DELIVERY-FILE-STATUS.

           SELECT GIFT-CARD-FILE
               ASSIGN TO "GIFTCARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CARD-NO
               FILE STATUS IS GIFT-CARD-STATUS.

           SELECT CREDIT-APPLICATION-FILE
               ASSIGN TO "CREDAPP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APP-NO
               FILE STATUS IS CREDIT-APPLICATION-STATUS.

           SELECT LOYALTY-LOG
               ASSIGN TO "LOYALTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOYALTY-LOG-STATUS.

           SELECT LAYAWAY-FILE
               ASSIGN TO "LAYAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYAWAY-STATUS.

           SELECT CHARGE-LEDGER-FILE
               ASSIGN TO "CHGLEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-LEDGER-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT MAILING-FILE
               ASSIGN TO "MAILING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILING-FILE-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO "EXPNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT ERASURE-LOG-FILE
               ASSIGN TO "ERASELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERASURE-LOG-STATUS.

           SELECT ERASURE-COUNTER
               ASSIGN TO "ERASNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERASURE-COUNTER-STATUS.

           SELECT ERASE-WORK-FILE
               ASSIGN TO "ERASE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERASE-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  CHARGE-ACCOUNT-FILE.
           COPY "CHARGE-ACCOUNT.CPY".

       FD  SPECIAL-ORDER-FILE.
           COPY "SPECIAL-ORDER.CPY".

       FD  WARRANTY-FILE.
           COPY "WARRANTY.CPY".

       FD  QUOTE-FILE.
           COPY "QUOTE.CPY".

       FD  RAIN-CHECK-FILE.
           COPY "RAIN-CHECK.CPY".

       FD  DELIVERY-FILE.
           COPY "DELIVERY.CPY".

       FD  GIFT-CARD-FILE.
           COPY "GIFT-CARD.CPY".

       FD  CREDIT-APPLICATION-FILE.
           COPY "CREDIT-APPLICATION.CPY".

       FD  LOYALTY-LOG.
           COPY "LOYALTY-LOG.CPY".

       FD  LAYAWAY-FILE.
           COPY "LAYAWAY-PLAN.CPY".

       FD  CHARGE-LEDGER-FILE.
           COPY "CHARGE-LEDGER.CPY".

       FD  LOAN-FILE.
           COPY "LOAN-ACCOUNT.CPY".

       FD  MAILING-FILE.
       01  MAILING-RECORD.
           05 ML-SEGMENT          PIC X(8).
           05 ML-PHONE            PIC 9(10).
           05 ML-EMAIL            PIC X(30).
           05 ML-VISITS           PIC 9(5).
           05 ML-SPEND            PIC 9(9).
           05 ML-LAST-VISIT       PIC X(8).

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05 EN-SEGMENT          PIC X(8).
           05 EN-PHONE            PIC 9(10).
           05 EN-EMAIL            PIC X(30).
           05 EN-POINTS           PIC 9(7).
           05 EN-BALANCE          PIC 9(7).
           05 EN-EXPIRY-DATE      PIC X(8).

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  ERASURE-LOG-FILE.
           COPY "ERASURE-LOG.CPY".

       FD  ERASURE-COUNTER.
       01  EC-RECORD              PIC 9(6).

       FD  ERASE-WORK-FILE.
       01  EW-RECORD              PIC X(300).

       WORKING-STORAGE SECTION.
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  CHARGE-ACCOUNT-STATUS  PIC X(2).
       01  SPECIAL-ORDER-STATUS   PIC X(2).
       01  WARRANTY-FILE-STATUS   PIC X(2).
       01  QUOTE-FILE-STATUS      PIC X(2).
       01  RAIN-CHECK-STATUS      PIC X(2).
       01  DELIVERY-FILE-STATUS   PIC X(2).
       01  GIFT-CARD-STATUS       PIC X(2).
       01  CREDIT-APPLICATION-STATUS PIC X(2).
       01  LOYALTY-LOG-STATUS     PIC X(2).
       01  LAYAWAY-STATUS         PIC X(2).
       01  CHARGE-LEDGER-STATUS   PIC X(2).
       01  LOAN-FILE-STATUS       PIC X(2).
       01  MAILING-FILE-STATUS    PIC X(2).
       01  NOTICE-FILE-STATUS     PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  ERASURE-LOG-STATUS     PIC X(2).
       01  ERASURE-COUNTER-STATUS PIC X(2).
       01  ERASE-WORK-STATUS      PIC X(2).

       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-ANSWER              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-EOF                 PIC X(1).

      *> The phone and its token are both wanted as numbers (to match
      *> the 9(10) phone fields) and as text (to match the audit
      *> log's and AP-ACCOUNT-REF's alphanumeric copies of them).
       01  WS-PHONE-TEXT          PIC X(10).
       01  WS-PHONE REDEFINES WS-PHONE-TEXT PIC 9(10).
       01  WS-TOKEN-TEXT          PIC X(10).
       01  WS-TOKEN REDEFINES WS-TOKEN-TEXT PIC 9(10).
       01  WS-TOKEN-BASE          PIC 9(10) VALUE 9900000000.

       01  WS-REQUEST-NO          PIC 9(6).
       01  WS-ON-CONTACTS         PIC X(1).
       01  WS-POINTS              PIC 9(7).
       01  WS-OPEN-ITEMS          PIC 9(3).
       01  WS-OPEN-REASON         PIC X(40).
       01  WS-FIRST-REASON        PIC X(40).
       01  WS-AMOUNT-OUT          PIC -(7)9.99.
       01  WS-ROWS-CHANGED        PIC 9(6).
       01  WS-FILE-ROWS           PIC 9(6).
       01  WS-FILE-NAME           PIC X(12).
       01  WS-WORK-TARGET         PIC X(2).
       01  WS-HELD-RECORD         PIC X(200).
       01  WS-TODAY               PIC X(8).
       01  WS-LIST-COUNT          PIC 9(4).
       01  WS-RESULT-NAME         PIC X(9).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CUSTOMER ERASURE DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (E=ERASE A CUSTOMER, L=LIST ERASURE "
               "REQUESTS)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "E"
                   PERFORM 200-ERASE-CUSTOMER
               WHEN "L"
                   PERFORM 700-LIST-REQUESTS
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.
           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

       200-ERASE-CUSTOMER.
           DISPLAY "CUSTOMER PHONE NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-PHONE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-PHONE NOT < WS-TOKEN-BASE
               DISPLAY "THAT IS AN ERASURE TOKEN - ALREADY ERASED"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE ZERO TO WS-POINTS.
           MOVE ZERO TO WS-OPEN-ITEMS.
           MOVE SPACES TO WS-FIRST-REASON.
           PERFORM 210-SHOW-CONTACT.

      *> Nothing is touched while the customer still has money or
      *> goods open with us - those have to be settled, collected or
      *> cancelled at their own desks first.
           PERFORM 300-CHECK-CHARGE-ACCOUNT.
           PERFORM 310-CHECK-LOANS.
           PERFORM 320-CHECK-LAYAWAYS.
           PERFORM 330-CHECK-SPECIAL-ORDERS.
           PERFORM 340-CHECK-GIFT-CARDS.
           PERFORM 350-CHECK-DELIVERIES.

           IF WS-OPEN-ITEMS > ZERO
               DISPLAY "ERASURE REFUSED - " WS-OPEN-ITEMS
                   " OPEN ITEM(S) TO SETTLE FIRST"
               PERFORM 260-NEXT-REQUEST-NO
               MOVE SPACES TO ERASURE-LOG-RECORD
               SET EL-REFUSED TO TRUE
               MOVE ZERO TO EL-TOKEN
               MOVE ZERO TO EL-ROWS-CHANGED
               MOVE ZERO TO EL-POINTS-FORFEITED
               MOVE WS-FIRST-REASON TO EL-REASON
               PERFORM 280-WRITE-ERASURE-LOG
               DISPLAY "REQUEST " WS-REQUEST-NO " LOGGED AS REFUSED"
               EXIT PARAGRAPH
           END-IF.

           IF WS-POINTS > ZERO
               DISPLAY "LOYALTY POINTS TO BE FORFEITED: " WS-POINTS
           END-IF.
           DISPLAY "ERASE THIS CUSTOMER'S DETAILS FROM EVERY FILE? "
               "(Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 260-NEXT-REQUEST-NO.
           COMPUTE WS-TOKEN = WS-TOKEN-BASE + WS-REQUEST-NO.
           MOVE ZERO TO WS-ROWS-CHANGED.

           PERFORM 400-ERASE-CONTACT.
           PERFORM 410-ERASE-CHARGE-ACCOUNT.
           PERFORM 420-ERASE-SPECIAL-ORDERS.
           PERFORM 430-ERASE-WARRANTIES.
           PERFORM 440-ERASE-QUOTES.
           PERFORM 450-ERASE-RAIN-CHECKS.
           PERFORM 460-ERASE-DELIVERIES.
           PERFORM 470-ERASE-GIFT-CARDS.
           PERFORM 480-ERASE-APPLICATIONS.
           PERFORM 500-ERASE-LOYALTY-LOG.
           PERFORM 510-ERASE-LAYAWAYS.
           PERFORM 520-ERASE-CHARGE-LEDGER.
           PERFORM 530-ERASE-LOANS.
           PERFORM 540-ERASE-MAILING.
           PERFORM 550-ERASE-NOTICES.
           PERFORM 560-ERASE-AUDIT-TRAIL.

           PERFORM 290-AUDIT-ERASURE.
           MOVE SPACES TO ERASURE-LOG-RECORD.
           SET EL-COMPLETED TO TRUE.
           MOVE WS-TOKEN TO EL-TOKEN.
           MOVE WS-ROWS-CHANGED TO EL-ROWS-CHANGED.
           MOVE WS-POINTS TO EL-POINTS-FORFEITED.
           PERFORM 280-WRITE-ERASURE-LOG.
           DISPLAY "REQUEST " WS-REQUEST-NO " COMPLETED - "
               WS-ROWS-CHANGED " ROW(S) NOW UNDER " WS-TOKEN.

       210-SHOW-CONTACT.
           MOVE "N" TO WS-ON-CONTACTS.
           OPEN INPUT CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS NOT = "00"
               DISPLAY "NO CONTACTS.DAT - OTHER FILES STILL CHECKED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PHONE TO CM-PHONE.
           READ CONTACT-MASTER
               INVALID KEY
                   DISPLAY "NOT ON CONTACTS.DAT - OTHER FILES STILL "
                       "CHECKED"
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-CONTACTS
                   MOVE CM-LOYALTY-POINTS TO WS-POINTS
                   DISPLAY "CUSTOMER " CM-PHONE " " CM-EMAIL
                   IF CM-TRADING-NAME NOT = SPACES
                       DISPLAY "TRADING AS " CM-TRADING-NAME
                   END-IF
           END-READ.
           CLOSE CONTACT-MASTER.

       260-NEXT-REQUEST-NO.
           MOVE ZERO TO WS-REQUEST-NO.
           OPEN INPUT ERASURE-COUNTER.
           IF ERASURE-COUNTER-STATUS = "00"
               READ ERASURE-COUNTER INTO WS-REQUEST-NO
               END-READ
           END-IF.
           CLOSE ERASURE-COUNTER.
           ADD 1 TO WS-REQUEST-NO.
           OPEN OUTPUT ERASURE-COUNTER.
           MOVE WS-REQUEST-NO TO EC-RECORD.
           WRITE EC-RECORD.
           CLOSE ERASURE-COUNTER.

      *> Caller sets the result, token, counts and reason; the
      *> request number, stamp, clerk and the phone's last four
      *> digits are filled in here.
       280-WRITE-ERASURE-LOG.
           MOVE WS-REQUEST-NO TO EL-REQUEST-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EL-REQUEST-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EL-REQUEST-TIME.
           MOVE WS-USER-ID TO EL-TAKEN-BY.
           MOVE WS-PHONE-TEXT(7:4) TO EL-PHONE-LAST4.
           OPEN EXTEND ERASURE-LOG-FILE.
           IF ERASURE-LOG-STATUS = "05" OR ERASURE-LOG-STATUS = "35"
               OPEN OUTPUT ERASURE-LOG-FILE
           END-IF.
           WRITE ERASURE-LOG-RECORD.
           CLOSE ERASURE-LOG-FILE.

       290-AUDIT-ERASURE.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "ERASE" TO AL-RECORD-TYPE.
           MOVE WS-REQUEST-NO TO AL-KEY-VALUE.
           MOVE "CUSTOMER" TO AL-FIELD-NAME.
           STRING "PHONE ******" WS-PHONE-TEXT(7:4)
               DELIMITED BY SIZE INTO AL-OLD-VALUE
           END-STRING.
           MOVE WS-TOKEN-TEXT TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDIT-LOG.

      *> Each check below adds one line per open item; the first one
      *> found is what the erasure log keeps as the refusal reason.
       300-CHECK-CHARGE-ACCOUNT.
           OPEN INPUT CHARGE-ACCOUNT-FILE.
           IF CHARGE-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PHONE TO CA-PHONE.
           READ CHARGE-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CA-BALANCE NOT = ZERO
                       MOVE CA-BALANCE TO WS-AMOUNT-OUT
                       MOVE SPACES TO WS-OPEN-REASON
                       STRING "CHARGE ACCOUNT BALANCE " WS-AMOUNT-OUT
                           DELIMITED BY SIZE INTO WS-OPEN-REASON
                       END-STRING
                       PERFORM 390-NOTE-OPEN-ITEM
                   END-IF
           END-READ.
           CLOSE CHARGE-ACCOUNT-FILE.

       310-CHECK-LOANS.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 315-CHECK-ONE-LOAN UNTIL WS-EOF = "Y".
           CLOSE LOAN-FILE.

       315-CHECK-ONE-LOAN.
           READ LOAN-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF LN-PHONE = WS-PHONE AND LN-STATUS = "O"
               MOVE SPACES TO WS-OPEN-REASON
               STRING "LOAN " LN-LOAN-NO " STILL BEING REPAID"
                   DELIMITED BY SIZE INTO WS-OPEN-REASON
               END-STRING
               PERFORM 390-NOTE-OPEN-ITEM
           END-IF.

       320-CHECK-LAYAWAYS.
           OPEN INPUT LAYAWAY-FILE.
           IF LAYAWAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 325-CHECK-ONE-LAYAWAY UNTIL WS-EOF = "Y".
           CLOSE LAYAWAY-FILE.

       325-CHECK-ONE-LAYAWAY.
           READ LAYAWAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF LP-PHONE = WS-PHONE AND LP-STATUS = "O"
               MOVE SPACES TO WS-OPEN-REASON
               STRING "LAYAWAY PLAN " LP-PLAN-NO " STILL OPEN"
                   DELIMITED BY SIZE INTO WS-OPEN-REASON
               END-STRING
               PERFORM 390-NOTE-OPEN-ITEM
           END-IF.

       330-CHECK-SPECIAL-ORDERS.
           OPEN INPUT SPECIAL-ORDER-FILE.
           IF SPECIAL-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 335-CHECK-ONE-SPECIAL-ORDER UNTIL WS-EOF = "Y".
           CLOSE SPECIAL-ORDER-FILE.

       335-CHECK-ONE-SPECIAL-ORDER.
           READ SPECIAL-ORDER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF SO-PHONE = WS-PHONE
                   AND (SO-STATUS = "O" OR SO-STATUS = "A")
               MOVE SPACES TO WS-OPEN-REASON
               STRING "SPECIAL ORDER " SO-ORDER-NO " NOT COLLECTED"
                   DELIMITED BY SIZE INTO WS-OPEN-REASON
               END-STRING
               PERFORM 390-NOTE-OPEN-ITEM
           END-IF.

       340-CHECK-GIFT-CARDS.
           OPEN INPUT GIFT-CARD-FILE.
           IF GIFT-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 345-CHECK-ONE-GIFT-CARD UNTIL WS-EOF = "Y".
           CLOSE GIFT-CARD-FILE.

       345-CHECK-ONE-GIFT-CARD.
           READ GIFT-CARD-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF GC-PHONE = WS-PHONE AND GC-BALANCE > ZERO
               MOVE SPACES TO WS-OPEN-REASON
               STRING "GIFT CARD " GC-CARD-NO " HAS A BALANCE"
                   DELIMITED BY SIZE INTO WS-OPEN-REASON
               END-STRING
               PERFORM 390-NOTE-OPEN-ITEM
           END-IF.

      *> A booked or failed delivery still needs the address to get
      *> the goods to the customer.
       350-CHECK-DELIVERIES.
           OPEN INPUT DELIVERY-FILE.
           IF DELIVERY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 355-CHECK-ONE-DELIVERY UNTIL WS-EOF = "Y".
           CLOSE DELIVERY-FILE.

       355-CHECK-ONE-DELIVERY.
           READ DELIVERY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF DV-PHONE = WS-PHONE
                   AND (DV-STATUS = "B" OR DV-STATUS = "F")
               MOVE SPACES TO WS-OPEN-REASON
               STRING "DELIVERY " DV-RECEIPT-NO " NOT YET MADE"
                   DELIMITED BY SIZE INTO WS-OPEN-REASON
               END-STRING
               PERFORM 390-NOTE-OPEN-ITEM
           END-IF.

       390-NOTE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-ITEMS.
           DISPLAY "  OPEN: " WS-OPEN-REASON.
           IF WS-FIRST-REASON = SPACES
               MOVE WS-OPEN-REASON TO WS-FIRST-REASON
           END-IF.

      *> The contact row is kept, re-keyed under the token, so the
      *> loyalty movements still have a member to belong to; only
      *> the identifying fields go.
       400-ERASE-CONTACT.
           OPEN I-O CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PHONE TO CM-PHONE.
           READ CONTACT-MASTER
               INVALID KEY
                   CLOSE CONTACT-MASTER
                   EXIT PARAGRAPH
           END-READ.
           MOVE CM-LOYALTY-POINTS TO WS-POINTS.
           MOVE CONTACT-MASTER-RECORD TO WS-HELD-RECORD.
           DELETE CONTACT-MASTER
               INVALID KEY
                   DISPLAY "CONTACT NOT REMOVED FOR " WS-PHONE
                   CLOSE CONTACT-MASTER
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE WS-HELD-RECORD TO CONTACT-MASTER-RECORD.
           MOVE WS-TOKEN TO CM-PHONE.
           MOVE SPACES TO CM-EMAIL.
           MOVE ZERO TO CM-LOYALTY-POINTS.
           MOVE "N" TO CM-TAX-EXEMPT.
           MOVE SPACES TO CM-EXEMPT-CERT.
           MOVE SPACES TO CM-TRADING-NAME.
           MOVE SPACES TO CM-TAX-ID.
           MOVE SPACES TO CM-BILLING-ADDR.
           WRITE CONTACT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "TOKEN " WS-TOKEN " ALREADY ON CONTACTS.DAT"
           END-WRITE.
           CLOSE CONTACT-MASTER.
           MOVE 1 TO WS-FILE-ROWS.
           MOVE "CONTACTS.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

      *> Reaching here means the balance is zero; the account is
      *> re-keyed under the token and closed.
       410-ERASE-CHARGE-ACCOUNT.
           OPEN I-O CHARGE-ACCOUNT-FILE.
           IF CHARGE-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PHONE TO CA-PHONE.
           READ CHARGE-ACCOUNT-FILE
               INVALID KEY
                   CLOSE CHARGE-ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE CHARGE-ACCOUNT-RECORD TO WS-HELD-RECORD.
           DELETE CHARGE-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "CHARGE ACCOUNT NOT REMOVED FOR " WS-PHONE
                   CLOSE CHARGE-ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE WS-HELD-RECORD TO CHARGE-ACCOUNT-RECORD.
           MOVE WS-TOKEN TO CA-PHONE.
           MOVE "C" TO CA-STATUS.
           WRITE CHARGE-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "TOKEN " WS-TOKEN " ALREADY ON CHGACCT.DAT"
           END-WRITE.
           CLOSE CHARGE-ACCOUNT-FILE.
           MOVE 1 TO WS-FILE-ROWS.
           MOVE "CHGACCT.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       420-ERASE-SPECIAL-ORDERS.
           OPEN I-O SPECIAL-ORDER-FILE.
           IF SPECIAL-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 425-ERASE-ONE-SPECIAL-ORDER UNTIL WS-EOF = "Y".
           CLOSE SPECIAL-ORDER-FILE.
           MOVE "SPECORD.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       425-ERASE-ONE-SPECIAL-ORDER.
           READ SPECIAL-ORDER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF SO-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOKEN TO SO-PHONE.
           REWRITE SPECIAL-ORDER-RECORD.
           ADD 1 TO WS-FILE-ROWS.

       430-ERASE-WARRANTIES.
           OPEN I-O WARRANTY-FILE.
           IF WARRANTY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 435-ERASE-ONE-WARRANTY UNTIL WS-EOF = "Y".
           CLOSE WARRANTY-FILE.
           MOVE "WARRANTY.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       435-ERASE-ONE-WARRANTY.
           READ WARRANTY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF WR-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOKEN TO WR-PHONE.
           REWRITE WARRANTY-RECORD.
           ADD 1 TO WS-FILE-ROWS.

       440-ERASE-QUOTES.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 445-ERASE-ONE-QUOTE UNTIL WS-EOF = "Y".
           CLOSE QUOTE-FILE.
           MOVE "QUOTE.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       445-ERASE-ONE-QUOTE.
           READ QUOTE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF QT-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOKEN TO QT-PHONE.
           REWRITE QUOTE-RECORD.
           ADD 1 TO WS-FILE-ROWS.

       450-ERASE-RAIN-CHECKS.
           OPEN I-O RAIN-CHECK-FILE.
           IF RAIN-CHECK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 455-ERASE-ONE-RAIN-CHECK UNTIL WS-EOF = "Y".
           CLOSE RAIN-CHECK-FILE.
           MOVE "RAINCHK.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       455-ERASE-ONE-RAIN-CHECK.
           READ RAIN-CHECK-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF RK-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOKEN TO RK-PHONE.
           REWRITE RAIN-CHECK-RECORD.
           ADD 1 TO WS-FILE-ROWS.

      *> Past deliveries keep their dates, van and outcome; the
      *> address goes, and so does the note of who signed.
       460-ERASE-DELIVERIES.
           OPEN I-O DELIVERY-FILE.
           IF DELIVERY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 465-ERASE-ONE-DELIVERY UNTIL WS-EOF = "Y".
           CLOSE DELIVERY-FILE.
           MOVE "DELIVERY.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       465-ERASE-ONE-DELIVERY.
           READ DELIVERY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF DV-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOKEN TO DV-PHONE.
           MOVE SPACES TO DV-ADDRESS.
           IF DV-STATUS = "D"
               MOVE SPACES TO DV-RESULT-NOTE
           END-IF.
           REWRITE DELIVERY-RECORD.
           ADD 1 TO WS-FILE-ROWS.

       470-ERASE-GIFT-CARDS.
           OPEN I-O GIFT-CARD-FILE.
           IF GIFT-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 475-ERASE-ONE-GIFT-CARD UNTIL WS-EOF = "Y".
           CLOSE GIFT-CARD-FILE.
           MOVE "GIFTCARD.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       475-ERASE-ONE-GIFT-CARD.
           READ GIFT-CARD-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF GC-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOKEN TO GC-PHONE.
           REWRITE GIFT-CARD-RECORD.
           ADD 1 TO WS-FILE-ROWS.

      *> The credit facts and decision stay for the lending history;
      *> the applicant's name goes, and a charge account opened on
      *> the application is now filed under the token.
       480-ERASE-APPLICATIONS.
           OPEN I-O CREDIT-APPLICATION-FILE.
           IF CREDIT-APPLICATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 485-ERASE-ONE-APPLICATION UNTIL WS-EOF = "Y".
           CLOSE CREDIT-APPLICATION-FILE.
           MOVE "CREDAPP.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       485-ERASE-ONE-APPLICATION.
           READ CREDIT-APPLICATION-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF AP-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOKEN TO AP-PHONE.
           MOVE SPACES TO AP-NAME.
           IF AP-ACCOUNT-REF = WS-PHONE-TEXT
               MOVE WS-TOKEN-TEXT TO AP-ACCOUNT-REF
           END-IF.
           REWRITE CREDIT-APPLICATION-RECORD.
           ADD 1 TO WS-FILE-ROWS.

      *> The line-sequential files are copied through ERASE.WRK with
      *> the customer's rows changed on the way, then copied back -
      *> the same way LAYAWAY rewrites its plan file. Forfeited
      *> points go on the end of the loyalty log as an expiry-type
      *> movement under the token, so the liability still balances.
       500-ERASE-LOYALTY-LOG.
           OPEN INPUT LOYALTY-LOG.
           IF LOYALTY-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ERASE-WORK-FILE.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 505-ERASE-ONE-LOYALTY-ROW UNTIL WS-EOF = "Y".
           CLOSE LOYALTY-LOG.
           IF WS-POINTS > ZERO
               MOVE SPACES TO LOYALTY-LOG-RECORD
               MOVE WS-TOKEN TO LY-PHONE
               MOVE WS-TODAY TO LY-DATE
               MOVE ZERO TO LY-RECEIPT-NO
               MOVE ZERO TO LY-POINTS-EARNED
               MOVE WS-POINTS TO LY-POINTS-SPENT
               MOVE "X" TO LY-MOVEMENT-TYPE
               WRITE EW-RECORD FROM LOYALTY-LOG-RECORD
               ADD 1 TO WS-FILE-ROWS
           END-IF.
           CLOSE ERASE-WORK-FILE.
           IF WS-FILE-ROWS > ZERO
               MOVE "LY" TO WS-WORK-TARGET
               PERFORM 580-COPY-WORK-BACK
           END-IF.
           MOVE "LOYALTY.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       505-ERASE-ONE-LOYALTY-ROW.
           READ LOYALTY-LOG
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF LY-PHONE = WS-PHONE
               MOVE WS-TOKEN TO LY-PHONE
               ADD 1 TO WS-FILE-ROWS
           END-IF.
           WRITE EW-RECORD FROM LOYALTY-LOG-RECORD.

       510-ERASE-LAYAWAYS.
           OPEN INPUT LAYAWAY-FILE.
           IF LAYAWAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ERASE-WORK-FILE.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 515-ERASE-ONE-LAYAWAY UNTIL WS-EOF = "Y".
           CLOSE LAYAWAY-FILE.
           CLOSE ERASE-WORK-FILE.
           IF WS-FILE-ROWS > ZERO
               MOVE "LP" TO WS-WORK-TARGET
               PERFORM 580-COPY-WORK-BACK
           END-IF.
           MOVE "LAYAWAY.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       515-ERASE-ONE-LAYAWAY.
           READ LAYAWAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF LP-PHONE = WS-PHONE
               MOVE WS-TOKEN TO LP-PHONE
               ADD 1 TO WS-FILE-ROWS
           END-IF.
           WRITE EW-RECORD FROM LAYAWAY-PLAN-RECORD.

       520-ERASE-CHARGE-LEDGER.
           OPEN INPUT CHARGE-LEDGER-FILE.
           IF CHARGE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ERASE-WORK-FILE.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 525-ERASE-ONE-LEDGER-ROW UNTIL WS-EOF = "Y".
           CLOSE CHARGE-LEDGER-FILE.
           CLOSE ERASE-WORK-FILE.
           IF WS-FILE-ROWS > ZERO
               MOVE "CL" TO WS-WORK-TARGET
               PERFORM 580-COPY-WORK-BACK
           END-IF.
           MOVE "CHGLEDGR.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       525-ERASE-ONE-LEDGER-ROW.
           READ CHARGE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF CL-PHONE = WS-PHONE
               MOVE WS-TOKEN TO CL-PHONE
               ADD 1 TO WS-FILE-ROWS
           END-IF.
           WRITE EW-RECORD FROM CHARGE-LEDGER-RECORD.

       530-ERASE-LOANS.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ERASE-WORK-FILE.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 535-ERASE-ONE-LOAN UNTIL WS-EOF = "Y".
           CLOSE LOAN-FILE.
           CLOSE ERASE-WORK-FILE.
           IF WS-FILE-ROWS > ZERO
               MOVE "LN" TO WS-WORK-TARGET
               PERFORM 580-COPY-WORK-BACK
           END-IF.
           MOVE "LOANACCT.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       535-ERASE-ONE-LOAN.
           READ LOAN-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF LN-PHONE = WS-PHONE
               MOVE WS-TOKEN TO LN-PHONE
               MOVE "ERASED" TO LN-CUSTOMER
               ADD 1 TO WS-FILE-ROWS
           END-IF.
           WRITE EW-RECORD FROM LOAN-ACCOUNT-RECORD.

      *> Campaign and notice extracts hold nothing but contact
      *> details, so the customer's rows are simply left out.
       540-ERASE-MAILING.
           OPEN INPUT MAILING-FILE.
           IF MAILING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ERASE-WORK-FILE.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 545-ERASE-ONE-MAILING-ROW UNTIL WS-EOF = "Y".
           CLOSE MAILING-FILE.
           CLOSE ERASE-WORK-FILE.
           IF WS-FILE-ROWS > ZERO
               MOVE "ML" TO WS-WORK-TARGET
               PERFORM 580-COPY-WORK-BACK
           END-IF.
           MOVE "MAILING.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       545-ERASE-ONE-MAILING-ROW.
           READ MAILING-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF ML-PHONE = WS-PHONE
               ADD 1 TO WS-FILE-ROWS
           ELSE
               WRITE EW-RECORD FROM MAILING-RECORD
           END-IF.

       550-ERASE-NOTICES.
           OPEN INPUT NOTICE-FILE.
           IF NOTICE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ERASE-WORK-FILE.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 555-ERASE-ONE-NOTICE UNTIL WS-EOF = "Y".
           CLOSE NOTICE-FILE.
           CLOSE ERASE-WORK-FILE.
           IF WS-FILE-ROWS > ZERO
               MOVE "EN" TO WS-WORK-TARGET
               PERFORM 580-COPY-WORK-BACK
           END-IF.
           MOVE "EXPNOTE.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       555-ERASE-ONE-NOTICE.
           READ NOTICE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF EN-PHONE = WS-PHONE
               ADD 1 TO WS-FILE-ROWS
           ELSE
               WRITE EW-RECORD FROM NOTICE-RECORD
           END-IF.

      *> Charge-account limit and status changes were audited under
      *> the phone; the trail stays, keyed by the token instead.
       560-ERASE-AUDIT-TRAIL.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ERASE-WORK-FILE.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE "N" TO WS-EOF.
           PERFORM 565-ERASE-ONE-AUDIT-ROW UNTIL WS-EOF = "Y".
           CLOSE AUDIT-LOG.
           CLOSE ERASE-WORK-FILE.
           IF WS-FILE-ROWS > ZERO
               MOVE "AL" TO WS-WORK-TARGET
               PERFORM 580-COPY-WORK-BACK
           END-IF.
           MOVE "AUDITLOG.DAT" TO WS-FILE-NAME.
           PERFORM 590-TALLY-FILE.

       565-ERASE-ONE-AUDIT-ROW.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF AL-KEY-VALUE = WS-PHONE-TEXT
                   OR AL-OLD-VALUE = WS-PHONE-TEXT
                   OR AL-NEW-VALUE = WS-PHONE-TEXT
               IF AL-KEY-VALUE = WS-PHONE-TEXT
                   MOVE WS-TOKEN-TEXT TO AL-KEY-VALUE
               END-IF
               IF AL-OLD-VALUE = WS-PHONE-TEXT
                   MOVE WS-TOKEN-TEXT TO AL-OLD-VALUE
               END-IF
               IF AL-NEW-VALUE = WS-PHONE-TEXT
                   MOVE WS-TOKEN-TEXT TO AL-NEW-VALUE
               END-IF
               ADD 1 TO WS-FILE-ROWS
           END-IF.
           WRITE EW-RECORD FROM AUDIT-LOG-RECORD.

       580-COPY-WORK-BACK.
           OPEN INPUT ERASE-WORK-FILE.
           EVALUATE WS-WORK-TARGET
               WHEN "LY"
                   OPEN OUTPUT LOYALTY-LOG
               WHEN "LP"
                   OPEN OUTPUT LAYAWAY-FILE
               WHEN "CL"
                   OPEN OUTPUT CHARGE-LEDGER-FILE
               WHEN "LN"
                   OPEN OUTPUT LOAN-FILE
               WHEN "ML"
                   OPEN OUTPUT MAILING-FILE
               WHEN "EN"
                   OPEN OUTPUT NOTICE-FILE
               WHEN "AL"
                   OPEN OUTPUT AUDIT-LOG
           END-EVALUATE.
           MOVE "N" TO WS-EOF.
           PERFORM 585-COPY-ONE-WORK-ROW UNTIL WS-EOF = "Y".
           CLOSE ERASE-WORK-FILE.
           EVALUATE WS-WORK-TARGET
               WHEN "LY"
                   CLOSE LOYALTY-LOG
               WHEN "LP"
                   CLOSE LAYAWAY-FILE
               WHEN "CL"
                   CLOSE CHARGE-LEDGER-FILE
               WHEN "LN"
                   CLOSE LOAN-FILE
               WHEN "ML"
                   CLOSE MAILING-FILE
               WHEN "EN"
                   CLOSE NOTICE-FILE
               WHEN "AL"
                   CLOSE AUDIT-LOG
           END-EVALUATE.

       585-COPY-ONE-WORK-ROW.
           READ ERASE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE WS-WORK-TARGET
               WHEN "LY"
                   WRITE LOYALTY-LOG-RECORD FROM EW-RECORD
               WHEN "LP"
                   WRITE LAYAWAY-PLAN-RECORD FROM EW-RECORD
               WHEN "CL"
                   WRITE CHARGE-LEDGER-RECORD FROM EW-RECORD
               WHEN "LN"
                   WRITE LOAN-ACCOUNT-RECORD FROM EW-RECORD
               WHEN "ML"
                   WRITE MAILING-RECORD FROM EW-RECORD
               WHEN "EN"
                   WRITE NOTICE-RECORD FROM EW-RECORD
               WHEN "AL"
                   WRITE AUDIT-LOG-RECORD FROM EW-RECORD
           END-EVALUATE.

       590-TALLY-FILE.
           IF WS-FILE-ROWS > ZERO
               DISPLAY "  " WS-FILE-NAME " " WS-FILE-ROWS " ROW(S)"
               ADD WS-FILE-ROWS TO WS-ROWS-CHANGED
           END-IF.

       700-LIST-REQUESTS.
           OPEN INPUT ERASURE-LOG-FILE.
           IF ERASURE-LOG-STATUS NOT = "00"
               DISPLAY "NO ERASURE REQUESTS TAKEN YET"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF.
           PERFORM 710-LIST-ONE-REQUEST UNTIL WS-EOF = "Y".
           CLOSE ERASURE-LOG-FILE.
           DISPLAY "REQUESTS: " WS-LIST-COUNT.

       710-LIST-ONE-REQUEST.
           READ ERASURE-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           IF EL-COMPLETED
               MOVE "COMPLETED" TO WS-RESULT-NAME
               DISPLAY EL-REQUEST-NO " " EL-REQUEST-DATE " "
                   EL-TAKEN-BY " ******" EL-PHONE-LAST4 " "
                   WS-RESULT-NAME " TOKEN " EL-TOKEN " ROWS "
                   EL-ROWS-CHANGED " POINTS " EL-POINTS-FORFEITED
           ELSE
               MOVE "REFUSED" TO WS-RESULT-NAME
               DISPLAY EL-REQUEST-NO " " EL-REQUEST-DATE " "
                   EL-TAKEN-BY " ******" EL-PHONE-LAST4 " "
                   WS-RESULT-NAME " " EL-REASON
           END-IF.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "AUDIT-LOG-LOGIC.CPY".

       END PROGRAM CUSTOMER-ERASURE-DESK.
