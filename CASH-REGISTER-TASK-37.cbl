               RECORD KEY IS RK-VOUCHER-NO
               FILE STATUS IS RAIN-CHECK-STATUS.

      *> Numbered price quotations from QUOTE-DESK - recalled by
      *> number and rung at the quoted prices.
           SELECT QUOTE-FILE
               ASSIGN TO "QUOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-NO
               FILE STATUS IS QUOTE-FILE-STATUS.

      *> Open recall notices - read for the serial ranges of an item
      *> whose IM-RECALL-FLAG is "S".
           SELECT RECALL-FILE
               ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RY-KEY
               FILE STATUS IS RECALL-FILE-STATUS.

      *> One row per posted basket - when it opened and closed, for
      *> the front-end managers' basket-speed report.
           SELECT BASKET-TIME-FILE
               ASSIGN TO "BASKETTIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASKET-TIME-STATUS.

      *> STOCK-MOVEMENT gets a typed row beside every AUDIT-LOG
      *> IM-QTY-ON-HAND row - sale, return, kit component, reversal -
      *> against the receipt number, for the stock card and the
      *> nightly roll-forward.
           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

      *> Warranty registrations - one row per serialized unit sold,
      *> extended by any warranty plan sold against the serial.
           SELECT WARRANTY-FILE
               ASSIGN TO "WARRANTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-KEY
               FILE STATUS IS WARRANTY-FILE-STATUS.

      *> Home deliveries booked against the receipt at checkout.
           SELECT DELIVERY-FILE
               ASSIGN TO "DELIVERY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-RECEIPT-NO
               FILE STATUS IS DELIVERY-FILE-STATUS.

      *> RAIN-COUNTER persists the last voucher number across runs
      *> and registers, same convention as RECEIPT-COUNTER.
           SELECT RAIN-COUNTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWER-TX-STATUS.

      *> One row per tender leg of each posted basket - how the
      *> receipt was actually paid, cash/card/gift/points, for the
      *> Z-report, deposit prep, card settlement and reprints.
           SELECT TENDER-LEG-FILE
               ASSIGN TO "TENDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LEG-STATUS.

      *> House charge accounts for trade customers - the ACCT tender
      *> charges the basket to the account (within its credit limit)
      *> and files the charge on the account ledger for the
      *> month-end statement.
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

      *> Paper store and manufacturer coupons - validated against
      *> the coupon master and the basket at checkout, and every one
      *> taken logged so manufacturer money can be claimed back.
           SELECT COUPON-FILE
               ASSIGN TO "COUPON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COUPON-CODE
               FILE STATUS IS COUPON-FILE-STATUS.

           SELECT COUPON-REDEEM-FILE
               ASSIGN TO "COUPONRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUPON-REDEEM-STATUS.

      *> Staff purchases - each person's discounted spend this year
      *> against their allowance, and the log of staff baskets the
      *> payroll deduction extract is built from.
           SELECT STAFF-ALLOWANCE-FILE
               ASSIGN TO "STAFFALW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS STAFF-ALLOWANCE-STATUS.

           SELECT STAFF-PURCHASE-FILE
               ASSIGN TO "STAFFPUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAFF-PURCHASE-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
       FD  RAIN-COUNTER.
       01  RN-RECORD              PIC 9(6).

       FD  QUOTE-FILE.
           COPY "QUOTE.CPY".

       FD  DELIVERY-FILE.
           COPY "DELIVERY.CPY".

       FD  WARRANTY-FILE.
           COPY "WARRANTY.CPY".

       FD  RECALL-FILE.
           COPY "RECALL.CPY".

       FD  BASKET-TIME-FILE.
           COPY "BASKET-TIME.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       FD  TENDER-LEG-FILE.
           COPY "TENDER-LEG.CPY".

       FD  CHARGE-ACCOUNT-FILE.
           COPY "CHARGE-ACCOUNT.CPY".

       FD  CHARGE-LEDGER-FILE.
           COPY "CHARGE-LEDGER.CPY".

       FD  COUPON-FILE.
           COPY "COUPON.CPY".

       FD  COUPON-REDEEM-FILE.
           COPY "COUPON-REDEMPTION.CPY".

       FD  STAFF-ALLOWANCE-FILE.
           COPY "STAFF-ALLOWANCE.CPY".

       FD  STAFF-PURCHASE-FILE.
           COPY "STAFF-PURCHASE.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01 ITEM-MASTER-STATUS      PIC X(2).
       01 SALES-LOG-STATUS        PIC X(2).
       01 ITEM-LOOKUP-STATUS      PIC X(2).
       01 CONTACT-MASTER-STATUS   PIC X(2).
       01 LOYALTY-LOG-STATUS      PIC X(2).
       01 PARAMETER-STATUS        PIC X(2).

      *> Loyalty member identified at checkout - blank phone entry
      *> means the customer declined and the whole feature stands
      *> redemption (100 points = 1.00); accrual is one point per
      *> whole currency unit actually paid.
       01 LOYALTY-PHONE-ENTRY     PIC X(10).
       01 WS-HOLDER-PHONE         PIC 9(10).
       01 LOYALTY-MEMBER          PIC X(1) VALUE "N".
      *> Sized to CM-LOYALTY-POINTS itself - a big saved-up balance
      *> must be redeemable in one go without truncating.
       01 BARCODE-XREF-STATUS     PIC X(2).

      *> Manager-override check for large return/void lines. The
      *> limit is read from the OVERRIDE_LIMIT_AMOUNT setting on
      *> PARAMS.DAT at startup (same convention as the archive's
      *> RETENTION_DAYS_SALES) and defaults to 50.00. When the
      *> user/role master is missing the check stands down with a
      *> warning rather than freezing every return.
       01 WS-MANAGER-ID           PIC X(8).
       01 WS-MANAGER-SECRET       PIC X(4).
       01 WS-OVERRIDE-TRY         PIC 9(1).
      *> Set at sign-on when the keyed cashier ID is on the user/role
      *> master but disabled (dormant or a leaver).
       01 WS-CASHIER-DISABLED     PIC X(1) VALUE "N".

      *> Price-override step - keeps the item code (and its tax
      *> category and inventory link) instead of abandoning the
       01 AMOUNT-TENDERED         PIC 9(5)V9(2).
       01 CHANGE-DUE              PIC 9(5)V9(2) VALUE ZEROES.

      *> Split tender - one basket settles in as many legs as it
      *> takes (cash, card, gift card, points) until the balance is
      *> covered, instead of being rung as two receipts. Change only
      *> ever comes back on a cash leg; card, gift-card and points
      *> legs are capped at the balance still due. The legs print on
      *> the receipt and land on TENDER.DAT once the sale posts.
      *> TENDER-TYPE above becomes the basket's summary for the
      *> sales log - the one money tender used (cash, card or house
      *> account), or SPLT when more than one of them took a share;
      *> AMOUNT-TENDERED/CHANGE-DUE are those legs added together.
       01 TENDER-LEG-STATUS       PIC X(2).
       01 WS-LEG-MAX              PIC 9(2) VALUE 10.
       01 WS-LEG-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-LEG-TABLE.
           05 TENDER-LEG-ENTRY OCCURS 10 TIMES.
               10 TG-TENDER-TYPE  PIC X(4).
               10 TG-TENDERED     PIC 9(5)V9(2).
               10 TG-CHANGE       PIC 9(5)V9(2).
               10 TG-APPLIED      PIC S9(5)V9(2).
               10 TG-REFERENCE    PIC X(10).
      *> Card balance left after a gift-card leg, for the receipt.
               10 TG-REMAINING    PIC 9(5)V9(2).
       01 TG-IDX                  PIC 9(2).
       01 WS-LEG-TYPE             PIC X(4).
       01 WS-LEG-AMOUNT           PIC 9(5)V9(2).
       01 WS-LEG-CHANGE           PIC 9(5)V9(2).
       01 WS-LEG-REFERENCE        PIC X(10).
       01 WS-LEG-REMAINING        PIC 9(5)V9(2).
       01 WS-LEG-POINTS           PIC 9(7).
       01 WS-POINTS-LEFT          PIC 9(7).
       01 WS-CASH-LEGS            PIC 9(2).
       01 WS-CARD-LEGS            PIC 9(2).
       01 WS-ACCT-LEGS            PIC 9(2).
       01 WS-MONEY-TYPES          PIC 9(1).

      *> House-account tender. The charge is capped at the balance
      *> due and at what the credit limit still allows; an account on
      *> hold or closed takes no new charges. Missing account file
      *> just means the tender is refused.
       01 CHARGE-ACCOUNT-STATUS   PIC X(2).
       01 CHARGE-LEDGER-STATUS    PIC X(2).
       01 WS-ACCT-AVAILABLE       PIC S9(7)V9(2).
       01 WS-SPLIT-FLAG           PIC X(1) VALUE "N".

      *> Coupons handed over at checkout. Each one must be live on
      *> the coupon master and find a qualifying sale line in the
      *> basket - one coupon per unit - and comes off that line's
      *> total before the basket tiers and the tax, the same way an
      *> item promotion does. The coupons taken ride this table until
      *> the basket posts to COUPONRD.DAT.
       01 COUPON-FILE-STATUS      PIC X(2).
       01 COUPON-REDEEM-STATUS    PIC X(2).
       01 WS-COUPON-ENTRY         PIC X(12).
       01 WS-COUPON-MORE          PIC X(1).
       01 WS-COUPON-LINE          PIC 9(2).
       01 WS-COUPON-SAVING        PIC S9(5)V9(2).
       01 WS-COUPON-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-COUPON-TABLE.
           05 COUPON-TAKEN OCCURS 20 TIMES.
               10 CT-COUPON-CODE  PIC X(12).
               10 CT-ITEM-CODE    PIC X(6).
               10 CT-VALUE        PIC S9(3)V9(2).
               10 CT-FUNDED-BY    PIC X(1).
               10 CT-ISSUER       PIC X(10).
       01 CT-IDX                  PIC 9(2).

      *> Staff purchase. A basket rung for a till user whose role
      *> row carries a staff discount takes that rate in place of
      *> the basket tiers, as long as it fits in what is left of
      *> their allowance for the year - otherwise the discount is
      *> refused and the basket rings at full price. Staff signed
      *> up for payroll deduction may settle with a PAYR tender,
      *> which never touches the drawer.
       01 STAFF-ALLOWANCE-STATUS  PIC X(2).
       01 STAFF-PURCHASE-STATUS   PIC X(2).
       01 WS-STAFF-ENTRY          PIC X(8).
       01 WS-STAFF-SALE           PIC X(1) VALUE "N".
       01 WS-STAFF-USER           PIC X(8).
       01 WS-STAFF-NAME           PIC X(25).
       01 WS-STAFF-RATE           PIC 9(2)V9(2) VALUE ZEROES.
       01 WS-STAFF-RATE-ED        PIC Z9.99.
       01 WS-STAFF-PAYROLL        PIC X(1).
       01 WS-STAFF-ALLOWANCE      PIC 9(7)V9(2).
       01 WS-STAFF-USED           PIC S9(7)V9(2).
       01 WS-STAFF-LEFT           PIC S9(7)V9(2).
       01 WS-STAFF-SPEND          PIC S9(7)V9(2).
       01 WS-PAYR-LEGS            PIC 9(2).
       01 WS-PAYROLL-AMT          PIC S9(7)V9(2).

      *> Currency the sale was rung up in - PRICE/SALE/AMOUNT-TENDERED
      *> are all in this currency. Defaults to home currency (USD)
      *> when the cashier doesn't key a code CURRENCY-SCHEDULE knows.
       01 WS-LOAN-FOUND-IDX       PIC 9(3).
       01 WS-LOAN-KEEP-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-LOAN-KEEP-TABLE.
           05 WS-LOAN-KEEP OCCURS 100 TIMES PIC X(213).
       01 WS-LOAN-KEEP-IDX        PIC 9(3).
       01 WS-LOAN-PAYMENT         PIC 9(7)V9(2).
       01 WS-LOAN-TENDERED        PIC 9(7)V9(2).
       01 WS-LOAN-INTEREST        PIC 9(7)V9(2).
       01 WS-LOAN-PRINCIPAL       PIC 9(7)V9(2).
       01 WS-LOAN-OVERPAY         PIC 9(7)V9(2).
       01 WS-LOAN-CHARGES         PIC 9(7)V9(2).
       01 WS-LOAN-TOWARDS         PIC 9(7)V9(2).

      *> Shared closed-period test - the register posts only today,
      *> so one check at sign-on covers the run.
      *> Shared in-use token plumbing - the REG- token this run
      *> holds for the batch interlock.
           COPY "LOCK-TOKEN-FIELDS.CPY".

      *> Warranty registration. An extended-warranty plan line is
      *> rung against a serial already in the basket or already
      *> registered, and carries that serial on its own line. End
      *> dates are the start date moved on whole months, pulled back
      *> to the month's last day where the day does not exist.
       01 WARRANTY-FILE-STATUS    PIC X(2).

      *> Basket opens on the first answer to the item prompt - not
      *> at sign-on, so the wait for the next customer counts as
      *> idle, not as basket time.
       01 BASKET-TIME-STATUS      PIC X(2).
       01 WS-BASKET-START         PIC X(26) VALUE SPACES.

      *> Movement type 108-AUDIT-INVENTORY-CHANGE stamps on the
      *> STOCK-MOVEMENT row - set by whichever paragraph moved the
      *> stock (see STOCK-MOVEMENT.CPY for the codes).
       01 STOCK-MOVEMENT-STATUS   PIC X(2).
       01 WS-MOVE-TYPE            PIC X(2).

      *> Recall: "Y" the looked-up item is recalled outright and is
      *> refused for sale (returns still ring); "S" only the serials
      *> on its open notices are refused.
       01 RECALL-FILE-STATUS      PIC X(2).
       01 WS-RECALLED-ITEM        PIC X(1) VALUE "N".
       01 WS-RECALL-EOF           PIC X(1).
       01 WS-EXT-WARRANTY-ITEM    PIC X(1) VALUE "N".
       01 WS-WR-FOUND             PIC X(1).
       01 WS-WR-PASS              PIC 9(1).
       01 WS-WR-MONTHS            PIC 9(3).
       01 WS-WR-TOTAL-MONTHS      PIC 9(6).
       01 WS-WR-MONTH-REM         PIC 9(2).
       01 WS-WR-DATE              PIC 9(8).
       01 WS-WR-DATE-PARTS REDEFINES WS-WR-DATE.
           05 WS-WR-YYYY          PIC 9(4).
           05 WS-WR-MM            PIC 9(2).
           05 WS-WR-DD            PIC 9(2).

      *> Shared delivery booking - offered once the sale has posted.
       01 DELIVERY-FILE-STATUS    PIC X(2).
       01 WS-DELIVERY-ANS         PIC X(1).
           COPY "DELIVERY-BOOKING-FIELDS.CPY".
       01 RAIN-CHECK-STATUS       PIC X(2).
       01 RAIN-COUNTER-STATUS     PIC X(2).
       01 WS-RAINCHECK-ISSUED     PIC X(1) VALUE "N".
       01 WS-RAIN-REDEEMED        PIC X(1) VALUE "N".
       01 WS-RAIN-BOOK-PRICE      PIC 9(3)V9(2).

      *> A recalled quotation - only one per basket, and it is not
      *> marked converted until the sale actually posts.
       01 QUOTE-FILE-STATUS       PIC X(2).
       01 WS-QUOTE-NO             PIC 9(6) VALUE ZERO.
       01 WS-QUOTE-IDX            PIC 9(2).
       01 WS-QUOTE-RUNG           PIC 9(2).

      *> Container-deposit scheme: the unit deposit rides in from
      *> the master at lookup, charges per line OUTSIDE the line
      *> total (so the tax and discount math never touches it), and
               10 LI-DEPOSIT-AMT  PIC S9(5)V9(2).
               10 LI-ORIG-RECEIPT PIC 9(6).
               10 LI-ORIG-VERIFIED PIC X(1).
      *> Coupons set against the line at checkout - how many, and
      *> what they took off LI-LINE-TOTAL.
               10 LI-COUPON-COUNT PIC 9(3).
               10 LI-COUPON-AMT   PIC S9(5)V9(2).

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PLEASE ENTER CASHIER ID".
           ACCEPT CASHIER-ID.

      *> A disabled ID cannot trade at all - checked before the
      *> register takes its in-use token or opens anything.
           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS = "00"
               MOVE CASHIER-ID TO UR-USER-ID
               READ USER-ROLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UR-DISABLED
                           MOVE "Y" TO WS-CASHIER-DISABLED
                       END-IF
               END-READ
               CLOSE USER-ROLE-FILE
           END-IF.
           IF WS-CASHIER-DISABLED = "Y"
               DISPLAY "CASHIER ID " CASHIER-ID " IS DISABLED - A "
                   "MANAGER MUST RE-ENABLE IT AT USER-ROLE-MAINTENANCE"
               STOP RUN
           END-IF.

           DISPLAY "PLEASE ENTER SHIFT CODE (1=MORNING 2=EVENING)".
           ACCEPT SHIFT-CODE.

               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS = "05"
               OR STOCK-MOVEMENT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.

           OPEN INPUT ITEM-LOOKUP.
           IF ITEM-LOOKUP-STATUS = "35"
               OPEN OUTPUT ITEM-LOOKUP
                   "CHECK DISABLED"
           END-IF.

           MOVE "OVERRIDE_LIMIT_AMOUNT" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-OVERRIDE-LIMIT-IN.
           IF WS-OVERRIDE-LIMIT-IN NOT = SPACES
               MOVE WS-OVERRIDE-LIMIT-IN TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
               OPEN I-O GIFT-CARD-FILE
           END-IF.

           OPEN I-O CHARGE-ACCOUNT-FILE.

           OPEN I-O STAFF-ALLOWANCE-FILE.
           IF STAFF-ALLOWANCE-STATUS = "35"
               OPEN OUTPUT STAFF-ALLOWANCE-FILE
               CLOSE STAFF-ALLOWANCE-FILE
               OPEN I-O STAFF-ALLOWANCE-FILE
           END-IF.

           OPEN INPUT RECEIPT-COUNTER.
           IF RECEIPT-COUNTER-STATUS = "00"
               READ RECEIPT-COUNTER INTO RECEIPT-NO
               IF NOT TRAINING-ON
                   PERFORM 155-LOOKUP-LOYALTY-MEMBER
               END-IF
      *> Coupons come off their lines before the basket tiers see
      *> the subtotal.
               PERFORM 157-TAKE-COUPONS
               PERFORM 158-IDENTIFY-STAFF-PURCHASE
               PERFORM 140-APPLY-DISCOUNT
               PERFORM 150-CALCULATE-TAX
               DISPLAY SALE
                   PERFORM 165-POST-LOYALTY
                   PERFORM 120-PRINT-RECEIPT
                   PERFORM 130-WRITE-SALES-LOG
                   PERFORM 131-REGISTER-WARRANTIES
                   PERFORM 132-WRITE-BASKET-TIME
                   PERFORM 166-WRITE-TENDER-LEGS
                   PERFORM 167-WRITE-COUPON-REDEMPTIONS
                   PERFORM 168-POST-STAFF-PURCHASE
                   PERFORM 169-CONVERT-QUOTE
                   PERFORM 119-CLEAR-JOURNAL

                   OPEN OUTPUT RECEIPT-COUNTER
                   MOVE RECEIPT-NO TO RC-RECORD
                   WRITE RC-RECORD
                   CLOSE RECEIPT-COUNTER
                   PERFORM 171-OFFER-DELIVERY
               END-IF
           END-IF.

           CLOSE ITEM-MASTER.
           CLOSE SALES-LOG.
           CLOSE AUDIT-LOG.
           CLOSE STOCK-MOVEMENT-FILE.
           CLOSE ITEM-LOOKUP.
           CLOSE BARCODE-XREF.
           IF USER-ROLE-STATUS = "00"
           CLOSE CONTACT-MASTER.
           CLOSE LOYALTY-LOG.
           CLOSE GIFT-CARD-FILE.
           IF CHARGE-ACCOUNT-STATUS = "00"
               CLOSE CHARGE-ACCOUNT-FILE
           END-IF.
           IF STAFF-ALLOWANCE-STATUS = "00"
               CLOSE STAFF-ALLOWANCE-FILE
           END-IF.
      *> Sign-off hands the in-use token back - the batch may run.
           PERFORM RELEASE-LOCK-TOKEN.
           STOP RUN.
                   "CLOSED"
               EXIT PARAGRAPH
           END-IF.
           IF LN-STATUS = "W"
               DISPLAY "LOAN " WS-LOOKUP-LOAN " IS WRITTEN OFF - "
                   "TAKE THE MONEY AT THE LOAN DESK AS A RECOVERY"
               EXIT PARAGRAPH
           END-IF.
           IF LN-COLLECTION = SPACES
               INITIALIZE LN-COLLECTION
           END-IF.
           DISPLAY "LOAN " LN-LOAN-NO " - " LN-CUSTOMER
               " BALANCE " LN-BALANCE
               " INSTALLMENT " LN-INSTALLMENT.
           IF LN-CHARGES-OWED > ZERO
               DISPLAY "LATE CHARGES OWED " LN-CHARGES-OWED
                   " - CLEARED FIRST"
           END-IF.

           DISPLAY "AMOUNT TO POST".
           MOVE "N" TO WS-IV-VALID.
           COMPUTE WS-LOAN-CHANGE =
               WS-LOAN-TENDERED - WS-LOAN-PAYMENT.

      *> LOAN-ACCOUNTS' split, line for line: late charges owed come
      *> off first, then interest off the live balance, a short
      *> payment is all interest, principal never overshoots the
      *> balance.
           MOVE ZERO TO WS-LOAN-CHARGES.
           IF LN-CHARGES-OWED > ZERO
               IF WS-LOAN-PAYMENT < LN-CHARGES-OWED
                   MOVE WS-LOAN-PAYMENT TO WS-LOAN-CHARGES
               ELSE
                   MOVE LN-CHARGES-OWED TO WS-LOAN-CHARGES
               END-IF
               SUBTRACT WS-LOAN-CHARGES FROM LN-CHARGES-OWED
               ADD WS-LOAN-CHARGES TO LN-CHARGES-PAID
           END-IF.
           COMPUTE WS-LOAN-TOWARDS =
               WS-LOAN-PAYMENT - WS-LOAN-CHARGES.
           COMPUTE WS-LOAN-INTEREST ROUNDED =
               LN-BALANCE * LN-PERIOD-RATE.
           IF WS-LOAN-TOWARDS < WS-LOAN-INTEREST
               MOVE WS-LOAN-TOWARDS TO WS-LOAN-INTEREST
           END-IF.
           COMPUTE WS-LOAN-PRINCIPAL =
               WS-LOAN-TOWARDS - WS-LOAN-INTEREST.
           MOVE ZERO TO WS-LOAN-OVERPAY.
           IF WS-LOAN-PRINCIPAL > LN-BALANCE
               COMPUTE WS-LOAN-OVERPAY =
           END-IF.

           SUBTRACT WS-LOAN-PRINCIPAL FROM LN-BALANCE.
           IF WS-LOAN-TOWARDS > ZERO
               ADD 1 TO LN-PERIODS-POSTED
           END-IF.
           COMPUTE LN-TOTAL-PAID = LN-TOTAL-PAID
               + WS-LOAN-PAYMENT - WS-LOAN-OVERPAY.
           IF LN-BALANCE = ZERO
           WRITE DRAWER-TRANSACTION-RECORD.
           CLOSE DRAWER-TRANSACTION-FILE.

           IF WS-LOAN-CHARGES > ZERO
               DISPLAY "LATE CHARGES CLEARED " WS-LOAN-CHARGES
           END-IF.
           DISPLAY "POSTED - INTEREST " WS-LOAN-INTEREST
               " PRINCIPAL " WS-LOAN-PRINCIPAL
               " NEW BALANCE " LN-BALANCE.
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO GC-ISSUED-DATE
                   MOVE GIFT-LOAD-AMOUNT TO GC-BALANCE
                   PERFORM 098D-ASK-HOLDER-PHONE
                   MOVE WS-HOLDER-PHONE TO GC-PHONE
                   WRITE GIFT-CARD-RECORD
                   DISPLAY "NEW CARD ISSUED, BALANCE " GC-BALANCE
               NOT INVALID KEY
                   IF GC-PHONE NOT NUMERIC OR GC-PHONE = ZERO
                       PERFORM 098D-ASK-HOLDER-PHONE
                       MOVE WS-HOLDER-PHONE TO GC-PHONE
                   END-IF
                   ADD GIFT-LOAD-AMOUNT TO GC-BALANCE
                   REWRITE GIFT-CARD-RECORD
                   DISPLAY "CARD RELOADED, BALANCE " GC-BALANCE
           WRITE GIFT-MOVEMENT-RECORD.
           CLOSE GIFT-MOVEMENT-FILE.

      *> The customer's phone for a card or voucher, so it can be
      *> found on their CUSTOMER-STATEMENT. Blank (or not a number)
      *> leaves it anonymous as zero.
       098D-ASK-HOLDER-PHONE.
           MOVE ZERO TO WS-HOLDER-PHONE.
           DISPLAY "CUSTOMER PHONE FOR THE STATEMENT (BLANK TO SKIP)".
           ACCEPT LOYALTY-PHONE-ENTRY.
           IF LOYALTY-PHONE-ENTRY NOT = SPACES
               MOVE LOYALTY-PHONE-ENTRY TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
               IF WS-IV-VALID = "Y"
                   COMPUTE WS-HOLDER-PHONE =
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
               END-IF
           END-IF.

       098B-GIFT-CARD-BALANCE.
           DISPLAY "ENTER GIFT CARD NUMBER".
           MOVE "N" TO WS-IV-VALID.
      *> with an audit row, and this register's rows clear off the
      *> journal - the phantom sale never happened.
       088-ROLLBACK-FROM-JOURNAL.
           MOVE "RB" TO WS-MOVE-TYPE.
           OPEN INPUT REGISTER-JOURNAL.
           MOVE "N" TO WS-JOURNAL-EOF.
           READ REGISTER-JOURNAL
               DISPLAY "SCAN BARCODE, ENTER ITEM CODE, OR #NUMBER FOR"
               DISPLAY "FAST LOOKUP (BLANK TO KEY ITEM BY HAND)"
               ACCEPT WS-ITEM-ENTRY
               IF WS-BASKET-START = SPACES
                   MOVE FUNCTION CURRENT-DATE TO WS-BASKET-START
               END-IF

               MOVE "N" TO WS-ITEM-BLOCKED
               MOVE "N" TO WS-SERIAL-ITEM
               MOVE "N" TO WS-EXT-WARRANTY-ITEM
               MOVE "N" TO WS-RECALLED-ITEM
               MOVE SPACES TO WS-SERIAL-ENTRY
               MOVE "N" TO WS-RESTRICTED-ITEM
               MOVE ZERO TO WS-MINIMUM-AGE
      *> voucher's item rings at the voucher's price.
                   WHEN WS-ITEM-ENTRY(1:1) = "V"
                       PERFORM 114R-REDEEM-RAIN-CHECK
      *> "Q" plus the quote number rings a customer's quotation -
      *> every line at its quoted price, in one go.
                   WHEN WS-ITEM-ENTRY(1:1) = "Q"
                       PERFORM 114Q-RECALL-QUOTE
                       DISPLAY "BUY MORE ITEMS? (Y/N, S=SUSPEND "
                           "BASKET)"
                       ACCEPT WANT-MORE
                       EXIT PARAGRAPH
                   WHEN WS-ITEM-ENTRY(8:6) NOT = SPACES
                       PERFORM 104-LOOKUP-BY-BARCODE
                   WHEN OTHER
      *> is accepted at any quantity with no stock movement. Neither
      *> do weighed goods: the integer on-hand count cannot carry
      *> kilograms, so their shelf stock belongs to the cycle counts.
      *> A recalled item's sale is refused below - its stock must
      *> not move first.
                  IF ITEM-CODE = SPACES OR TRAINING-ON
                      OR WS-WEIGHED-ITEM = "Y"
                      OR (WS-RECALLED-ITEM = "Y" AND QUANTITY > 0)
                      MOVE "Y" TO WS-QUANTITY-VALID
                  ELSE
                      PERFORM 107-CHECK-INVENTORY
                  END-IF
               END-PERFORM

      *> A recalled item never sells, but the customer bringing one
      *> back is exactly what the recall wants - a return rings, and
      *> the unit goes to the quarantine bin, not the shelf.
               IF WS-RECALLED-ITEM = "Y"
                   IF QUANTITY > 0
                       DISPLAY "ITEM " ITEM-CODE " IS UNDER RECALL - "
                           "SALE REFUSED, LINE NOT RUNG"
                       DISPLAY "BUY MORE ITEMS? (Y/N, S=SUSPEND "
                           "BASKET)"
                       ACCEPT WANT-MORE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "RECALLED ITEM - TAG THE RETURNED UNIT FOR "
                       "THE QUARANTINE BIN"
               END-IF

               MOVE PRICE TO UNIT-PRICE
               COMPUTE LINE-TOTAL = UNIT-PRICE * QUANTITY
               PERFORM 102-APPLY-ITEM-PROMO
           MOVE WS-RAIN-DATE-NUM TO RK-EXPIRY-DATE.
           MOVE "O" TO RK-STATUS.
           MOVE SPACES TO RK-REDEEMED-DATE.
           PERFORM 098D-ASK-HOLDER-PHONE.
           MOVE WS-HOLDER-PHONE TO RK-PHONE.
           WRITE RAIN-CHECK-RECORD.
           CLOSE RAIN-CHECK-FILE.

           END-READ.
           CLOSE RAIN-CHECK-FILE.

      *> A quotation recalled at the till. Expired, cancelled and
      *> already-converted quotes are refused outright - the customer
      *> gets today's prices or a fresh quote from the desk. Each
      *> line still passes the item-status, age and stock gates a
      *> scanned line would; a line that fails is left off and the
      *> rest of the quote rings.
       114Q-RECALL-QUOTE.
           IF WS-QUOTE-NO NOT = ZERO
               DISPLAY "QUOTE " WS-QUOTE-NO " IS ALREADY IN THIS "
                   "BASKET - ONE QUOTE PER SALE"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "NO QUOTE FILE - QUOTE CANNOT BE RECALLED"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE QT-QUOTE-NO =
               FUNCTION NUMVAL(WS-ITEM-ENTRY(2:12)).
           READ QUOTE-FILE
               INVALID KEY
                   DISPLAY "QUOTE " QT-QUOTE-NO " NOT ON FILE"
               NOT INVALID KEY
                   PERFORM 114U-CHECK-QUOTE
           END-READ.
           CLOSE QUOTE-FILE.

       114U-CHECK-QUOTE.
           EVALUATE TRUE
               WHEN QT-STATUS = "C"
                   DISPLAY "QUOTE " QT-QUOTE-NO " ALREADY CONVERTED "
                       "ON RECEIPT " QT-CONVERTED-RECEIPT " "
                       QT-CONVERTED-DATE
               WHEN QT-STATUS = "X"
                   DISPLAY "QUOTE " QT-QUOTE-NO " WAS CANCELLED"
               WHEN QT-EXPIRY-DATE < WS-REGISTER-DATE
                   DISPLAY "QUOTE " QT-QUOTE-NO " EXPIRED "
                       QT-EXPIRY-DATE
               WHEN OTHER
                   DISPLAY "QUOTE " QT-QUOTE-NO " FOR " QT-PHONE
                       " - " QT-LINE-COUNT " LINES"
                   MOVE ZERO TO WS-QUOTE-RUNG
                   PERFORM 114W-RING-QUOTE-LINE
                       VARYING WS-QUOTE-IDX FROM 1 BY 1
                       UNTIL WS-QUOTE-IDX > QT-LINE-COUNT
                   IF WS-QUOTE-RUNG > ZERO
                       MOVE QT-QUOTE-NO TO WS-QUOTE-NO
                   END-IF
                   DISPLAY WS-QUOTE-RUNG " OF " QT-LINE-COUNT
                       " QUOTE LINES RUNG"
           END-EVALUATE.

      *> One quote line into the basket at the quoted price. The book
      *> price and override reason QT ride on the line, so the
      *> exception trail shows what the quote gave away.
       114W-RING-QUOTE-LINE.
           MOVE LINE-ITEM-COUNT TO WS-TB-COUNT.
           MOVE 50 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "N"
               DISPLAY "BASKET IS FULL - " QT-ITEM-NAME (WS-QUOTE-IDX)
                   " NOT RUNG"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ITEM-BLOCKED.
           MOVE "N" TO WS-SERIAL-ITEM.
           MOVE "N" TO WS-EXT-WARRANTY-ITEM.
           MOVE "N" TO WS-RECALLED-ITEM.
           MOVE SPACES TO WS-SERIAL-ENTRY.
           MOVE "N" TO WS-RESTRICTED-ITEM.
           MOVE ZERO TO WS-MINIMUM-AGE.
           MOVE "N" TO WS-RAIN-REDEEMED.
           MOVE ZERO TO WS-UNIT-DEPOSIT.
           MOVE ZERO TO WS-LINE-DEPOSIT.
           MOVE ZERO TO WS-ORIG-RECEIPT.
           MOVE SPACES TO WS-ORIG-VERIFIED.

           MOVE QT-ITEM-CODE (WS-QUOTE-IDX) TO ITEM-CODE.
           MOVE ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM " ITEM-CODE " NO LONGER ON FILE - "
                       "LINE NOT RUNG"
                   EXIT PARAGRAPH
           END-READ.
           MOVE IM-ITEM-NAME TO INAME.
           MOVE IM-TAX-CATEGORY TO TAX-CATEGORY.
           MOVE "N" TO WS-WEIGHED-ITEM.
           MOVE IM-PRICE TO WS-BOOK-PRICE.
           PERFORM 106A-CHECK-ITEM-STATUS.
           IF WS-ITEM-BLOCKED = "Y"
               DISPLAY "ITEM " ITEM-CODE " IS DELETED FROM SALE "
                   "- LINE NOT RUNG"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RECALLED-ITEM = "Y"
               DISPLAY "ITEM " ITEM-CODE " IS UNDER RECALL "
                   "- LINE NOT RUNG"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RESTRICTED-ITEM = "Y"
               PERFORM 101-AGE-CHECK-PROMPT
               IF WS-AGE-ANSWER = "R"
                   DISPLAY "SALE REFUSED - LINE NOT RUNG"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE QT-QUANTITY (WS-QUOTE-IDX) TO QUANTITY.
           MOVE "Y" TO WS-QUANTITY-VALID.
           IF NOT TRAINING-ON
               PERFORM 107-CHECK-INVENTORY
           END-IF.
           IF WS-QUANTITY-VALID = "N"
               DISPLAY "NOT ENOUGH STOCK FOR " INAME " - LINE NOT "
                   "RUNG"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 111-CAPTURE-SERIAL.
           IF WS-SERIAL-REFUSED = "Y"
               DISPLAY "LINE NOT RUNG"
               PERFORM 116-REVERSE-INVENTORY
               EXIT PARAGRAPH
           END-IF.

           MOVE QT-UNIT-PRICE (WS-QUOTE-IDX) TO PRICE.
           MOVE PRICE TO UNIT-PRICE.
           MOVE QT-LINE-TOTAL (WS-QUOTE-IDX) TO LINE-TOTAL.
           COMPUTE WS-LINE-DEPOSIT = WS-UNIT-DEPOSIT * QUANTITY.

           SET LI-IDX TO LINE-ITEM-COUNT.
           SET LI-IDX UP BY 1.
           MOVE ITEM-CODE TO LI-ITEM-CODE (LI-IDX).
           MOVE INAME TO LI-ITEM-NAME (LI-IDX).
           MOVE QUANTITY TO LI-QUANTITY (LI-IDX).
           MOVE UNIT-PRICE TO LI-UNIT-PRICE (LI-IDX).
           MOVE LINE-TOTAL TO LI-LINE-TOTAL (LI-IDX).
           MOVE SPACES TO LI-REASON-CODE (LI-IDX).
           MOVE TAX-CATEGORY TO LI-TAX-CATEGORY (LI-IDX).
           MOVE ZEROES TO LI-TAX-AMT (LI-IDX).
           MOVE ZEROES TO LI-PROMO-AMT (LI-IDX).
           MOVE "Y" TO LI-OVERRIDE-FLAG (LI-IDX).
           MOVE WS-BOOK-PRICE TO LI-BOOK-PRICE (LI-IDX).
           MOVE "QT" TO LI-OVR-REASON (LI-IDX).
           MOVE WS-SERIAL-ENTRY TO LI-SERIAL-NO (LI-IDX).
           MOVE WS-LINE-DEPOSIT TO LI-DEPOSIT-AMT (LI-IDX).
           MOVE WS-ORIG-RECEIPT TO LI-ORIG-RECEIPT (LI-IDX).
           MOVE WS-ORIG-VERIFIED TO LI-ORIG-VERIFIED (LI-IDX).
           ADD WS-LINE-DEPOSIT TO WS-DEPOSIT-CHARGED.
           ADD 1 TO LINE-ITEM-COUNT.
           COMPUTE SALE = SALE + LINE-TOTAL.
           ADD 1 TO WS-QUOTE-RUNG.
           DISPLAY "ITEM: " INAME " QTY " QUANTITY " QUOTED "
               UNIT-PRICE.
           IF NOT TRAINING-ON
               PERFORM 118-JOURNAL-LINE
           END-IF.

      *> The forced age-check prompt. Only C (ID checked, of age) or
      *> R (refuse the sale) move the line on; every answer on a
      *> live run is logged with cashier and timestamp so the
      *> sales log first.
       111-CAPTURE-SERIAL.
           MOVE "N" TO WS-SERIAL-REFUSED.
           IF WS-EXT-WARRANTY-ITEM = "Y" AND ITEM-CODE NOT = SPACES
               PERFORM 111W-CAPTURE-COVERED-SERIAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-SERIAL-ITEM NOT = "Y" OR ITEM-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF QUANTITY < 0 AND NOT TRAINING-ON
               PERFORM 112-VERIFY-RETURN-SERIAL
           END-IF.
           IF QUANTITY > 0 AND WS-RECALLED-ITEM = "S"
               PERFORM 111R-CHECK-RECALLED-SERIAL
           END-IF.

      *> Refuses the sale of a serial inside the range of any open
      *> recall notice for the item.
       111R-CHECK-RECALLED-SERIAL.
           OPEN INPUT RECALL-FILE.
           IF RECALL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ITEM-CODE TO RY-ITEM-CODE.
           MOVE ZERO TO RY-RECALL-NO.
           MOVE "N" TO WS-RECALL-EOF.
           START RECALL-FILE KEY NOT < RY-KEY
               INVALID KEY MOVE "Y" TO WS-RECALL-EOF
           END-START.
           PERFORM UNTIL WS-RECALL-EOF = "Y"
               READ RECALL-FILE NEXT
                   AT END MOVE "Y" TO WS-RECALL-EOF
                   NOT AT END
                       IF RY-ITEM-CODE NOT = ITEM-CODE
                           MOVE "Y" TO WS-RECALL-EOF
                       ELSE
                           IF RY-STATUS = "O" AND RY-SCOPE = "S"
                               AND WS-SERIAL-ENTRY NOT < RY-SERIAL-FROM
                               AND WS-SERIAL-ENTRY NOT > RY-SERIAL-TO
                               DISPLAY "SERIAL " WS-SERIAL-ENTRY
                                   " IS UNDER RECALL " RY-RECALL-NO
                                   " - SALE REFUSED"
                               MOVE "Y" TO WS-SERIAL-REFUSED
                               MOVE "Y" TO WS-RECALL-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECALL-FILE.

      *> A warranty plan covers one unit - the serial it is sold
      *> against must be on a sale line of this basket or already
      *> registered to a live warranty. The serial rides on the
      *> plan's own line so registration can find the unit. A plan
      *> handed back (negative line) just cites the serial.
       111W-CAPTURE-COVERED-SERIAL.
           DISPLAY "SERIAL NUMBER OF THE UNIT THIS PLAN COVERS".
           ACCEPT WS-SERIAL-ENTRY.
           IF QUANTITY < 0
               EXIT PARAGRAPH
           END-IF.
           IF QUANTITY NOT = 1
               DISPLAY "ONE PLAN PER UNIT - RING A QUANTITY OF 1"
               MOVE "Y" TO WS-SERIAL-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-WR-FOUND.
           PERFORM VARYING LI-IDX FROM 1 BY 1
                   UNTIL LI-IDX > LINE-ITEM-COUNT
               IF LI-SERIAL-NO (LI-IDX) = WS-SERIAL-ENTRY
                   AND LI-QUANTITY (LI-IDX) > 0
                   MOVE "Y" TO WS-WR-FOUND
               END-IF
           END-PERFORM.
           IF WS-WR-FOUND = "N"
               OPEN INPUT WARRANTY-FILE
               IF WARRANTY-FILE-STATUS = "00"
                   PERFORM 131C-FIND-LIVE-SERIAL
                   CLOSE WARRANTY-FILE
               END-IF
           END-IF.
           IF WS-WR-FOUND = "N"
               DISPLAY "SERIAL " WS-SERIAL-ENTRY " IS NOT IN THIS "
                   "BASKET OR UNDER A LIVE WARRANTY - PLAN REFUSED"
               MOVE "Y" TO WS-SERIAL-REFUSED
           END-IF.

      *> The log is appended during the run, so the check closes the
      *> EXTEND side, reads the file through, and reopens EXTEND -
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-MANAGER-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-LINE-AUTHORIZED
                       PERFORM 117-AUDIT-OVERRIDE
                       DISPLAY "AUTHORIZED BY " UR-NAME
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.

      *> nothing to put back for them. A kit's movement happened at
      *> the component level and reverses there too.
       116-REVERSE-INVENTORY.
           MOVE "RB" TO WS-MOVE-TYPE.
           IF ITEM-CODE NOT = SPACES
               AND WS-WEIGHED-ITEM NOT = "Y"
               MOVE ITEM-CODE TO WS-REV-ITEM-CODE
      *> 100-CALCULATE-ITEM-PRICE before anything moves.
       106A-CHECK-ITEM-STATUS.
           MOVE IM-SERIAL-FLAG TO WS-SERIAL-ITEM.
           MOVE IM-EXT-WARRANTY TO WS-EXT-WARRANTY-ITEM.
           MOVE IM-RECALL-FLAG TO WS-RECALLED-ITEM.
           MOVE IM-RESTRICTED-FLAG TO WS-RESTRICTED-ITEM.
           MOVE IM-MINIMUM-AGE TO WS-MINIMUM-AGE.
           MOVE IM-CONTAINER-DEPOSIT TO WS-UNIT-DEPOSIT.
               MOVE WS-QTY-AFTER-SALE TO IM-QTY-ON-HAND
               REWRITE ITEM-MASTER-RECORD
               MOVE "Y" TO WS-QUANTITY-VALID
               IF QUANTITY < 0
                   MOVE "RT" TO WS-MOVE-TYPE
               ELSE
                   MOVE "SA" TO WS-MOVE-TYPE
               END-IF
               PERFORM 108-AUDIT-INVENTORY-CHANGE
           END-IF.

           IF WS-BOM-BLOCKED = "Y"
               MOVE "N" TO WS-QUANTITY-VALID
           ELSE
               MOVE "KT" TO WS-MOVE-TYPE
               PERFORM 107E-POST-ONE-COMPONENT
                   VARYING BO-IDX FROM 1 BY 1
                   UNTIL BO-IDX > WS-BOM-COUNT
           MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE IM-ITEM-CODE TO MV-ITEM-CODE.
           MOVE WS-MOVE-TYPE TO MV-TYPE.
           MOVE WS-QTY-BEFORE-CORRECTION TO MV-QTY-BEFORE.
           MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER.
           MOVE RECEIPT-NO TO MV-REFERENCE.
           MOVE CASHIER-ID TO MV-USER-ID.
           PERFORM WRITE-STOCK-MOVEMENT.

      *> Parks the basket: every rung line item goes to SUSPENSE.DAT
      *> under the next slip number, for any register to recall. The
      *> inventory decrements already made by 107-CHECK-INVENTORY
                   " - RECALL ON ANY REGISTER"
           END-IF.

      *> Furniture and appliances go out on the vans - the booking
      *> is taken against the receipt just issued, with the loyalty
      *> customer's phone when there is one. Declined here, it can
      *> still be booked later at DELIVERY-DESK.
       171-OFFER-DELIVERY.
           DISPLAY "HOME DELIVERY FOR THIS RECEIPT? (Y/N)".
           ACCEPT WS-DELIVERY-ANS.
           IF WS-DELIVERY-ANS NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O DELIVERY-FILE.
           IF DELIVERY-FILE-STATUS = "35"
               OPEN OUTPUT DELIVERY-FILE
               CLOSE DELIVERY-FILE
               OPEN I-O DELIVERY-FILE
           END-IF.
           IF DELIVERY-FILE-STATUS NOT = "00"
               DISPLAY "DELIVERY FILE UNAVAILABLE - BOOK RECEIPT "
                   RECEIPT-NO " AT THE DELIVERY DESK"
               EXIT PARAGRAPH
           END-IF.
           MOVE RECEIPT-NO TO WS-DLV-RECEIPT.
           IF LOYALTY-MEMBER = "Y"
               MOVE CM-PHONE TO WS-DLV-PHONE
           ELSE
               MOVE ZERO TO WS-DLV-PHONE
           END-IF.
           MOVE CASHIER-ID TO WS-DLV-BOOKED-BY.
           PERFORM BOOK-DELIVERY.
           IF WS-DLV-BOOKED NOT = "Y"
               DISPLAY "NOT BOOKED - RECEIPT " RECEIPT-NO
                   " CAN BE BOOKED AT THE DELIVERY DESK"
           END-IF.
           CLOSE DELIVERY-FILE.

       120-PRINT-RECEIPT.
           DISPLAY "---------------- RECEIPT ----------------".
           IF TRAINING-ON
               IF LI-PROMO-AMT (LI-IDX) NOT = ZERO
                   DISPLAY "  PROMO SAVING: " LI-PROMO-AMT (LI-IDX)
               END-IF
               IF LI-COUPON-AMT (LI-IDX) NOT = ZERO
                   DISPLAY "  COUPON SAVING: " LI-COUPON-AMT (LI-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "------------------------------------------".
           DISPLAY "SUBTOTAL: " SALE-BEFORE-DISCOUNT.
           IF WS-STAFF-SALE = "Y"
               DISPLAY "STAFF DISCOUNT: " DISCOUNT-AMOUNT
                   " (" WS-STAFF-RATE-ED "%) " WS-STAFF-NAME
           ELSE
               DISPLAY "DISCOUNT: " DISCOUNT-AMOUNT
                   " (" DISCOUNT-RATE-PCT "%)"
           END-IF.
           IF WS-DEPOSIT-CHARGED NOT = ZERO
               DISPLAY "CONTAINER DEPOSITS: " WS-DEPOSIT-CHARGED
           END-IF.
           IF CURRENCY-CODE NOT = "USD"
               DISPLAY "TOTAL (USD): " SALE-HOME-CURRENCY
           END-IF.
      *> Every leg the basket was settled with, in the order taken.
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > WS-LEG-COUNT
               EVALUATE TG-TENDER-TYPE (TG-IDX)
                   WHEN "PNTS"
                       DISPLAY "POINTS REDEEMED: " TG-REFERENCE (TG-IDX)
                           " (" TG-TENDERED (TG-IDX) ")"
                   WHEN "GIFT"
                       DISPLAY "GIFT CARD " TG-REFERENCE (TG-IDX) ": "
                           TG-TENDERED (TG-IDX)
                           " (REMAINING " TG-REMAINING (TG-IDX) ")"
                   WHEN OTHER
                       DISPLAY "TENDERED (" TG-TENDER-TYPE (TG-IDX)
                           "): " TG-TENDERED (TG-IDX)
               END-EVALUATE
           END-PERFORM.
           DISPLAY "CHANGE DUE: " CHANGE-DUE.
           IF LOYALTY-MEMBER = "Y"
               DISPLAY "POINTS EARNED: " LOYALTY-POINTS-EARNED
               MOVE WS-EXEMPT-CERT TO SL-EXEMPT-CERT
               MOVE LI-ORIG-RECEIPT (LI-IDX) TO SL-ORIG-RECEIPT
               MOVE LI-ORIG-VERIFIED (LI-IDX) TO SL-ORIG-VERIFIED
      *> The average cost the units leave stock at - read now, not
      *> carried on the line, so journal-restored and recalled
      *> lines are costed the same as freshly scanned ones.
               IF LI-ITEM-CODE (LI-IDX) NOT = SPACES
                   MOVE LI-ITEM-CODE (LI-IDX) TO IM-ITEM-CODE
                   READ ITEM-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IM-UNIT-COST TO SL-UNIT-COST
                   END-READ
               END-IF
               WRITE SALES-LOG-RECORD
           END-PERFORM.

      *> Registers every serialized unit sold under a manufacturer's
      *> warranty, and marks a returned unit's registration. Plans
      *> go second, so a plan sold with its unit finds the unit's
      *> fresh registration.
       131-REGISTER-WARRANTIES.
           OPEN I-O WARRANTY-FILE.
           IF WARRANTY-FILE-STATUS = "35"
               OPEN OUTPUT WARRANTY-FILE
               CLOSE WARRANTY-FILE
               OPEN I-O WARRANTY-FILE
           END-IF.
           IF WARRANTY-FILE-STATUS NOT = "00"
               DISPLAY "WARRANTY FILE UNAVAILABLE - SERIALS ON RECEIPT "
                   RECEIPT-NO " NOT REGISTERED, TELL THE OFFICE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-WR-PASS FROM 1 BY 1 UNTIL WS-WR-PASS > 2
               PERFORM VARYING LI-IDX FROM 1 BY 1
                       UNTIL LI-IDX > LINE-ITEM-COUNT
                   IF LI-SERIAL-NO (LI-IDX) NOT = SPACES
                       PERFORM 131A-WARRANTY-ONE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE WARRANTY-FILE.

       131A-WARRANTY-ONE-LINE.
           MOVE LI-ITEM-CODE (LI-IDX) TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE LI-SERIAL-NO (LI-IDX) TO WS-SERIAL-ENTRY.
           EVALUATE TRUE
               WHEN WS-WR-PASS = 1 AND IM-SERIAL-FLAG = "Y"
                   PERFORM 131B-REGISTER-ONE-UNIT
               WHEN WS-WR-PASS = 2 AND IM-EXT-WARRANTY = "Y"
                   PERFORM 131D-EXTEND-ONE-UNIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       131B-REGISTER-ONE-UNIT.
           MOVE WS-SERIAL-ENTRY TO WR-SERIAL-NO.
           MOVE IM-ITEM-CODE TO WR-ITEM-CODE.
           IF LI-QUANTITY (LI-IDX) < 0
               READ WARRANTY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO WR-STATUS
                       REWRITE WARRANTY-RECORD
               END-READ
               EXIT PARAGRAPH
           END-IF.
           IF IM-WARRANTY-MONTHS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REGISTER-DATE TO WS-WR-DATE.
           MOVE IM-WARRANTY-MONTHS TO WS-WR-MONTHS.
           PERFORM 131E-ADD-WARRANTY-MONTHS.
           READ WARRANTY-FILE
               INVALID KEY
                   PERFORM 131F-FILL-REGISTRATION
                   WRITE WARRANTY-RECORD
               NOT INVALID KEY
                   PERFORM 131F-FILL-REGISTRATION
                   REWRITE WARRANTY-RECORD
           END-READ.

       131F-FILL-REGISTRATION.
           MOVE IM-ITEM-NAME TO WR-ITEM-NAME.
           MOVE RECEIPT-NO TO WR-RECEIPT-NO.
           MOVE WS-REGISTER-DATE TO WR-SALE-DATE.
           IF LOYALTY-MEMBER = "Y"
               MOVE CM-PHONE TO WR-PHONE
           ELSE
               MOVE ZERO TO WR-PHONE
           END-IF.
           MOVE WS-WR-DATE TO WR-MFR-END-DATE.
           MOVE WS-WR-DATE TO WR-EXT-END-DATE.
           MOVE ZERO TO WR-EXT-RECEIPT.
           MOVE "A" TO WR-STATUS.
           MOVE ZERO TO WR-CLAIM-COUNT.

      *> First live registration for WS-SERIAL-ENTRY, whatever the
      *> item - leaves WS-WR-FOUND "Y" with the row in the record.
       131C-FIND-LIVE-SERIAL.
           MOVE "N" TO WS-WR-FOUND.
           MOVE WS-SERIAL-ENTRY TO WR-SERIAL-NO.
           MOVE LOW-VALUES TO WR-ITEM-CODE.
           START WARRANTY-FILE KEY NOT < WR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-SERIAL-EOF.
           PERFORM UNTIL WS-SERIAL-EOF = "Y" OR WS-WR-FOUND = "Y"
               READ WARRANTY-FILE NEXT
                   AT END MOVE "Y" TO WS-SERIAL-EOF
                   NOT AT END
                       IF WR-SERIAL-NO NOT = WS-SERIAL-ENTRY
                           MOVE "Y" TO WS-SERIAL-EOF
                       ELSE
                           IF WR-STATUS = "A"
                               MOVE "Y" TO WS-WR-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> A plan adds its months from the later of today and the end
      *> of the cover the unit already has; a plan handed back takes
      *> the unit back to its manufacturer's cover.
       131D-EXTEND-ONE-UNIT.
           PERFORM 131C-FIND-LIVE-SERIAL.
           IF WS-WR-FOUND = "N"
               DISPLAY "SERIAL " WS-SERIAL-ENTRY " NOT REGISTERED - "
                   "PLAN NOT APPLIED, TELL THE OFFICE"
               EXIT PARAGRAPH
           END-IF.
           IF LI-QUANTITY (LI-IDX) < 0
               MOVE WR-MFR-END-DATE TO WR-EXT-END-DATE
               MOVE ZERO TO WR-EXT-RECEIPT
               REWRITE WARRANTY-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WR-EXT-END-DATE > WS-REGISTER-DATE
               MOVE WR-EXT-END-DATE TO WS-WR-DATE
           ELSE
               MOVE WS-REGISTER-DATE TO WS-WR-DATE
           END-IF.
           MOVE IM-WARRANTY-MONTHS TO WS-WR-MONTHS.
           PERFORM 131E-ADD-WARRANTY-MONTHS.
           MOVE WS-WR-DATE TO WR-EXT-END-DATE.
           MOVE RECEIPT-NO TO WR-EXT-RECEIPT.
           REWRITE WARRANTY-RECORD.
           DISPLAY "SERIAL " WR-SERIAL-NO " NOW COVERED TO "
               WR-EXT-END-DATE.

       131E-ADD-WARRANTY-MONTHS.
           COMPUTE WS-WR-TOTAL-MONTHS =
               WS-WR-YYYY * 12 + WS-WR-MM - 1 + WS-WR-MONTHS.
           DIVIDE WS-WR-TOTAL-MONTHS BY 12 GIVING WS-WR-YYYY
               REMAINDER WS-WR-MONTH-REM.
           COMPUTE WS-WR-MM = WS-WR-MONTH-REM + 1.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-WR-DATE) = 0
               SUBTRACT 1 FROM WS-WR-DD
           END-PERFORM.

      *> Closes the basket's clock once it has been paid for and
      *> logged.
       132-WRITE-BASKET-TIME.
           OPEN EXTEND BASKET-TIME-FILE.
           IF BASKET-TIME-STATUS = "05" OR BASKET-TIME-STATUS = "35"
               OPEN OUTPUT BASKET-TIME-FILE
           END-IF.
           INITIALIZE BASKET-TIME-RECORD.
           MOVE RECEIPT-NO TO BA-RECEIPT-NO.
           MOVE REGISTER-ID TO BA-REGISTER-NO.
           MOVE CASHIER-ID TO BA-CASHIER-ID.
           MOVE SHIFT-CODE TO BA-SHIFT-CODE.
           MOVE WS-BASKET-START TO BA-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO BA-END-STAMP.
           MOVE LINE-ITEM-COUNT TO BA-LINE-COUNT.
           WRITE BASKET-TIME-RECORD.
           CLOSE BASKET-TIME-FILE.

       140-APPLY-DISCOUNT.
           MOVE SALE TO SALE-BEFORE-DISCOUNT.
           MOVE 0 TO DISCOUNT-RATE-PCT.
           IF WS-STAFF-SALE = "Y"
               PERFORM 140S-APPLY-STAFF-DISCOUNT
           END-IF.
           IF WS-STAFF-SALE = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DB-IDX FROM 1 BY 1 UNTIL DB-IDX > 3
               IF SALE-BEFORE-DISCOUNT >= DB-THRESHOLD (DB-IDX)
                   MOVE DB-RATE (DB-IDX) TO DISCOUNT-RATE-PCT
               SALE-BEFORE-DISCOUNT * DISCOUNT-RATE-PCT / 100.
           COMPUTE SALE = SALE-BEFORE-DISCOUNT - DISCOUNT-AMOUNT.

      *> The staff rate replaces the basket tiers rather than
      *> stacking on them. The spend that counts against the
      *> allowance is what the person actually pays before tax; a
      *> basket that would run past what is left is refused the
      *> discount outright and falls back to the ordinary tiers.
       140S-APPLY-STAFF-DISCOUNT.
           COMPUTE DISCOUNT-AMOUNT ROUNDED =
               SALE-BEFORE-DISCOUNT * WS-STAFF-RATE / 100.
           COMPUTE WS-STAFF-SPEND =
               SALE-BEFORE-DISCOUNT - DISCOUNT-AMOUNT.
           IF WS-STAFF-SPEND > WS-STAFF-LEFT
               DISPLAY "STAFF ALLOWANCE LEFT " WS-STAFF-LEFT
                   " - BASKET OF " WS-STAFF-SPEND " WILL NOT FIT"
               DISPLAY "STAFF DISCOUNT REFUSED - NORMAL PRICING"
               MOVE "N" TO WS-STAFF-SALE
               MOVE ZEROES TO DISCOUNT-AMOUNT
               MOVE ZEROES TO WS-STAFF-SPEND
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SALE = SALE-BEFORE-DISCOUNT - DISCOUNT-AMOUNT.

      *> Looks CURRENCY-CODE up in CURRENCY-SCHEDULE; an unrecognized
      *> code falls back to the table's own home-currency (USD) rate
      *> instead of leaving CURRENCY-RATE at whatever it held before.
                   END-IF
           END-READ.

      *> Takes the customer's paper coupons one by one until the
      *> cashier keys a blank code. No coupon master means coupons
      *> are not accepted on this till at all.
       157-TAKE-COUPONS.
           MOVE ZERO TO WS-COUPON-COUNT.
           PERFORM VARYING LI-IDX FROM 1 BY 1
                   UNTIL LI-IDX > LINE-ITEM-COUNT
               MOVE ZERO TO LI-COUPON-COUNT (LI-IDX)
               MOVE ZEROES TO LI-COUPON-AMT (LI-IDX)
           END-PERFORM.
           OPEN INPUT COUPON-FILE.
           IF COUPON-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-COUPON-MORE.
           PERFORM 157A-TAKE-ONE-COUPON UNTIL WS-COUPON-MORE = "N".
           CLOSE COUPON-FILE.

       157A-TAKE-ONE-COUPON.
           DISPLAY "COUPON CODE (BLANK WHEN DONE)".
           MOVE SPACES TO WS-COUPON-ENTRY.
           ACCEPT WS-COUPON-ENTRY.
           IF WS-COUPON-ENTRY = SPACES
               MOVE "N" TO WS-COUPON-MORE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COUPON-COUNT TO WS-TB-COUNT.
           MOVE 20 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "N"
               DISPLAY "COUPON LIMIT REACHED (20) - NO MORE COUPONS"
               MOVE "N" TO WS-COUPON-MORE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COUPON-ENTRY TO CP-COUPON-CODE.
           READ COUPON-FILE
               INVALID KEY
                   DISPLAY "COUPON " WS-COUPON-ENTRY
                       " NOT ON FILE - HAND IT BACK"
               NOT INVALID KEY
                   PERFORM 157B-APPLY-COUPON
           END-READ.

      *> A coupon is refused unless it is live today and the basket
      *> holds a sale line it qualifies for that has a unit left
      *> without a coupon and value left to take it off.
       157B-APPLY-COUPON.
           IF CP-STATUS NOT = "A"
               DISPLAY "COUPON " CP-COUPON-CODE " WITHDRAWN - "
                   "HAND IT BACK"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REGISTER-DATE < CP-START-DATE
               OR WS-REGISTER-DATE > CP-EXPIRY-DATE
               DISPLAY "COUPON " CP-COUPON-CODE " NOT VALID TODAY "
                   "(" CP-START-DATE " TO " CP-EXPIRY-DATE ")"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-COUPON-LINE.
           PERFORM VARYING LI-IDX FROM 1 BY 1
                   UNTIL LI-IDX > LINE-ITEM-COUNT
                      OR WS-COUPON-LINE NOT = ZERO
               PERFORM 157C-CHECK-ONE-LINE
           END-PERFORM.
           IF WS-COUPON-LINE = ZERO
               DISPLAY "NO QUALIFYING ITEM IN BASKET FOR "
                   CP-DESCRIPTION " - COUPON REFUSED"
               EXIT PARAGRAPH
           END-IF.

           SET LI-IDX TO WS-COUPON-LINE.
           MOVE CP-VALUE TO WS-COUPON-SAVING.
           IF WS-COUPON-SAVING > LI-LINE-TOTAL (LI-IDX)
               MOVE LI-LINE-TOTAL (LI-IDX) TO WS-COUPON-SAVING
           END-IF.
           SUBTRACT WS-COUPON-SAVING FROM LI-LINE-TOTAL (LI-IDX).
           ADD WS-COUPON-SAVING TO LI-COUPON-AMT (LI-IDX).
           ADD 1 TO LI-COUPON-COUNT (LI-IDX).
           SUBTRACT WS-COUPON-SAVING FROM SALE.

           ADD 1 TO WS-COUPON-COUNT.
           MOVE CP-COUPON-CODE TO CT-COUPON-CODE (WS-COUPON-COUNT).
           MOVE LI-ITEM-CODE (LI-IDX) TO CT-ITEM-CODE (WS-COUPON-COUNT).
           MOVE WS-COUPON-SAVING TO CT-VALUE (WS-COUPON-COUNT).
           MOVE CP-FUNDED-BY TO CT-FUNDED-BY (WS-COUPON-COUNT).
           MOVE CP-ISSUER TO CT-ISSUER (WS-COUPON-COUNT).
           DISPLAY "COUPON " CP-DESCRIPTION " - "
               LI-ITEM-NAME (LI-IDX) " SAVES " WS-COUPON-SAVING.

      *> A department coupon needs the line's department, which only
      *> the item master carries.
       157C-CHECK-ONE-LINE.
           IF LI-ITEM-CODE (LI-IDX) = SPACES
               OR LI-QUANTITY (LI-IDX) NOT > ZERO
               OR LI-LINE-TOTAL (LI-IDX) NOT > ZERO
               OR LI-COUPON-COUNT (LI-IDX) NOT < LI-QUANTITY (LI-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF CP-ITEM-CODE NOT = SPACES
               IF LI-ITEM-CODE (LI-IDX) = CP-ITEM-CODE
                   SET WS-COUPON-LINE TO LI-IDX
               END-IF
           ELSE
               MOVE LI-ITEM-CODE (LI-IDX) TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IM-DEPARTMENT = CP-DEPARTMENT
                           AND CP-DEPARTMENT NOT = SPACES
                           SET WS-COUPON-LINE TO LI-IDX
                       END-IF
               END-READ
           END-IF.

      *> Asks whether this is a staff purchase and for whom. The
      *> person must be on the user/role master with a staff rate,
      *> may not ring their own purchase, and must have allowance
      *> left for the year. Nothing posts here - the allowance only
      *> moves when the basket does.
       158-IDENTIFY-STAFF-PURCHASE.
           MOVE "N" TO WS-STAFF-SALE.
           MOVE ZEROES TO WS-STAFF-SPEND.
           IF USER-ROLE-STATUS NOT = "00"
               OR STAFF-ALLOWANCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "STAFF PURCHASE? STAFF USER ID (BLANK IF NOT)".
           MOVE SPACES TO WS-STAFF-ENTRY.
           ACCEPT WS-STAFF-ENTRY.
           IF WS-STAFF-ENTRY = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-STAFF-ENTRY = CASHIER-ID
               DISPLAY "STAFF MAY NOT RING THEIR OWN PURCHASE - "
                   "ASK ANOTHER CASHIER"
               EXIT PARAGRAPH
           END-IF.
           IF SALE NOT > ZERO
               DISPLAY "NOTHING TO DISCOUNT - NOT A STAFF PURCHASE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STAFF-ENTRY TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "USER " WS-STAFF-ENTRY " NOT ON FILE - "
                       "NO STAFF DISCOUNT"
                   EXIT PARAGRAPH
           END-READ.
           IF UR-DISABLED
               DISPLAY "USER " WS-STAFF-ENTRY " IS DISABLED - "
                   "NO STAFF DISCOUNT"
               EXIT PARAGRAPH
           END-IF.
           IF UR-STAFF-DISC-PCT NOT > ZERO
               DISPLAY UR-NAME " HAS NO STAFF DISCOUNT"
               EXIT PARAGRAPH
           END-IF.
           MOVE UR-USER-ID TO WS-STAFF-USER.
           MOVE UR-NAME TO WS-STAFF-NAME.
           MOVE UR-STAFF-DISC-PCT TO WS-STAFF-RATE.
           MOVE WS-STAFF-RATE TO WS-STAFF-RATE-ED.
           MOVE UR-STAFF-ALLOWANCE TO WS-STAFF-ALLOWANCE.
           MOVE UR-PAYROLL-DEDUCT TO WS-STAFF-PAYROLL.

           MOVE WS-STAFF-USER TO SA-USER-ID.
           MOVE WS-REGISTER-DATE(1:4) TO SA-YEAR.
           READ STAFF-ALLOWANCE-FILE
               INVALID KEY
                   MOVE ZEROES TO SA-SPENT
           END-READ.
           MOVE SA-SPENT TO WS-STAFF-USED.
           COMPUTE WS-STAFF-LEFT = WS-STAFF-ALLOWANCE - WS-STAFF-USED.
           IF WS-STAFF-LEFT NOT > ZERO
               DISPLAY WS-STAFF-NAME " HAS USED THIS YEAR'S STAFF "
                   "ALLOWANCE (" WS-STAFF-ALLOWANCE ")"
               DISPLAY "STAFF DISCOUNT REFUSED - NORMAL PRICING"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-STAFF-SALE.
           DISPLAY "STAFF PURCHASE FOR " WS-STAFF-NAME " AT "
               WS-STAFF-RATE-ED "% - ALLOWANCE LEFT " WS-STAFF-LEFT.

       160-TENDER-PAYMENT.
           MOVE SALE TO AMOUNT-DUE.
           MOVE ZEROES TO LOYALTY-POINTS-SPENT.
           MOVE ZEROES TO LOYALTY-REDEEM-VALUE.
           MOVE ZEROES TO GIFT-REDEEM-VALUE.
           MOVE ZERO TO WS-LEG-COUNT.

      *> A refund (or even-exchange) basket has nothing to cover - it
      *> pays out through a single cash or card leg exactly as before,
      *> the amount back riding as change.
           IF AMOUNT-DUE NOT > ZERO
               PERFORM 161R-TAKE-REFUND-TENDER
           ELSE
               PERFORM 161-TAKE-ONE-TENDER-LEG
                   UNTIL AMOUNT-DUE = ZERO
           END-IF.

           PERFORM 161S-SUMMARIZE-TENDER.

      *> One leg per pass, until the balance is covered. The last free
      *> slot in the leg table must settle whatever is left, so a
      *> cash leg that falls short there is refused and a card leg
      *> takes the whole balance.
       161-TAKE-ONE-TENDER-LEG.
           DISPLAY "BALANCE DUE: " AMOUNT-DUE.
           IF WS-LEG-COUNT + 1 = WS-LEG-MAX
               DISPLAY "LAST TENDER - MUST COVER THE BALANCE"
           END-IF.
           DISPLAY "TENDER TYPE (CASH/CARD/GIFT/PNTS/ACCT/PAYR)".
           ACCEPT WS-LEG-TYPE.
           EVALUATE WS-LEG-TYPE
               WHEN "CASH"
                   PERFORM 161A-TAKE-CASH-LEG
               WHEN "CARD"
                   PERFORM 161B-TAKE-CARD-LEG
      *> Training never drains a real card balance.
               WHEN "GIFT"
                   IF TRAINING-ON
                       DISPLAY "TRAINING - NO GIFT CARD REDEMPTION"
                   ELSE
                       IF WS-LEG-COUNT + 1 = WS-LEG-MAX
                           DISPLAY "LAST TENDER MUST BE CASH OR CARD"
                       ELSE
                           PERFORM 163-REDEEM-GIFT-CARD
                       END-IF
                   END-IF
               WHEN "PNTS"
                   MOVE ZERO TO WS-POINTS-LEFT
                   IF LOYALTY-MEMBER = "Y"
                       COMPUTE WS-POINTS-LEFT =
                           CM-LOYALTY-POINTS - LOYALTY-POINTS-SPENT
                   END-IF
                   IF WS-POINTS-LEFT = ZERO
                       DISPLAY "NO LOYALTY POINTS TO REDEEM"
                   ELSE
                       IF WS-LEG-COUNT + 1 = WS-LEG-MAX
                           DISPLAY "LAST TENDER MUST BE CASH OR CARD"
                       ELSE
                           PERFORM 162-REDEEM-LOYALTY-POINTS
                       END-IF
                   END-IF
      *> A practice basket never lands on a real account.
               WHEN "ACCT"
                   IF TRAINING-ON
                       DISPLAY "TRAINING - NO ACCOUNT CHARGES"
                   ELSE
                       PERFORM 161C-TAKE-ACCOUNT-LEG
                   END-IF
               WHEN "PAYR"
                   PERFORM 161P-TAKE-PAYROLL-LEG
               WHEN OTHER
                   DISPLAY "UNKNOWN TENDER TYPE " WS-LEG-TYPE
           END-EVALUATE.

      *> Cash may exceed the balance - the excess is the change, and
      *> the balance is then covered. Cash short of the balance is a
      *> part-payment and the loop asks for the next leg.
       161A-TAKE-CASH-LEG.
           DISPLAY "CASH TENDERED".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LEG-AMOUNT = FUNCTION NUMVAL-C(WS-IV-INPUT).

           IF WS-LEG-AMOUNT = ZERO
               DISPLAY "NO CASH TAKEN"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEG-AMOUNT < AMOUNT-DUE
               AND WS-LEG-COUNT + 1 = WS-LEG-MAX
               DISPLAY "AMOUNT TENDERED IS LESS THAN TOTAL DUE"
               EXIT PARAGRAPH
           END-IF.

           IF WS-LEG-AMOUNT > AMOUNT-DUE
               COMPUTE WS-LEG-CHANGE = WS-LEG-AMOUNT - AMOUNT-DUE
           ELSE
               MOVE ZEROES TO WS-LEG-CHANGE
           END-IF.
           MOVE SPACES TO WS-LEG-REFERENCE.
           MOVE ZEROES TO WS-LEG-REMAINING.
           PERFORM 161L-RECORD-TENDER-LEG.

      *> A card is charged for the amount keyed, never more than the
      *> balance - no change is ever given against a card. Zero (or
      *> the last free leg) charges the whole balance.
       161B-TAKE-CARD-LEG.
           DISPLAY "CARD AMOUNT (0 FOR THE FULL " AMOUNT-DUE ")".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LEG-AMOUNT = FUNCTION NUMVAL-C(WS-IV-INPUT).

           IF WS-LEG-AMOUNT > AMOUNT-DUE
               DISPLAY "CARD CAPPED AT THE BALANCE DUE"
               MOVE AMOUNT-DUE TO WS-LEG-AMOUNT
           END-IF.
           IF WS-LEG-AMOUNT = ZERO
               OR WS-LEG-COUNT + 1 = WS-LEG-MAX
               MOVE AMOUNT-DUE TO WS-LEG-AMOUNT
           END-IF.

           MOVE ZEROES TO WS-LEG-CHANGE.
           MOVE SPACES TO WS-LEG-REFERENCE.
           MOVE ZEROES TO WS-LEG-REMAINING.
           PERFORM 161L-RECORD-TENDER-LEG.

      *> Charges the basket (or part of it) to the trade customer
      *> identified at checkout. The account has to be open and the
      *> charge has to fit under the credit limit - whatever does not
      *> fit is left on the balance for another tender. The charge
      *> posts to the account and its ledger straight away, the same
      *> way a gift-card leg drains the card.
       161C-TAKE-ACCOUNT-LEG.
           IF LOYALTY-MEMBER NOT = "Y" OR CM-TRADING-NAME = SPACES
               DISPLAY "NO TRADE CUSTOMER ON THIS BASKET - KEY THEIR "
                   "PHONE AT CHECKOUT"
               EXIT PARAGRAPH
           END-IF.
           IF CHARGE-ACCOUNT-STATUS NOT = "00"
               DISPLAY "NO CHARGE ACCOUNTS ON FILE"
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-PHONE TO CA-PHONE.
           READ CHARGE-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "NO CHARGE ACCOUNT FOR " CM-TRADING-NAME
                   EXIT PARAGRAPH
           END-READ.
           IF CA-STATUS NOT = "O"
               DISPLAY "ACCOUNT " CA-PHONE " IS ON HOLD OR CLOSED - "
                   "NO CHARGES"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ACCT-AVAILABLE = CA-CREDIT-LIMIT - CA-BALANCE.
           IF WS-ACCT-AVAILABLE NOT > ZERO
               DISPLAY "CREDIT LIMIT " CA-CREDIT-LIMIT " REACHED - "
                   "BALANCE " CA-BALANCE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY CM-TRADING-NAME " - AVAILABLE CREDIT "
               WS-ACCT-AVAILABLE.
           DISPLAY "AMOUNT TO CHARGE (0 FOR THE FULL " AMOUNT-DUE ")".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LEG-AMOUNT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-LEG-AMOUNT = ZERO OR WS-LEG-AMOUNT > AMOUNT-DUE
               MOVE AMOUNT-DUE TO WS-LEG-AMOUNT
           END-IF.
           IF WS-LEG-AMOUNT > WS-ACCT-AVAILABLE
               DISPLAY "OVER THE CREDIT LIMIT - CHARGING "
                   WS-ACCT-AVAILABLE " ONLY"
               MOVE WS-ACCT-AVAILABLE TO WS-LEG-AMOUNT
           END-IF.
           IF WS-LEG-AMOUNT < AMOUNT-DUE
               AND WS-LEG-COUNT + 1 = WS-LEG-MAX
               DISPLAY "LAST TENDER MUST COVER THE BALANCE"
               EXIT PARAGRAPH
           END-IF.

           ADD WS-LEG-AMOUNT TO CA-BALANCE.
           REWRITE CHARGE-ACCOUNT-RECORD.

           OPEN EXTEND CHARGE-LEDGER-FILE.
           IF CHARGE-LEDGER-STATUS = "05"
               OR CHARGE-LEDGER-STATUS = "35"
               OPEN OUTPUT CHARGE-LEDGER-FILE
           END-IF.
           MOVE SPACES TO CHARGE-LEDGER-RECORD.
           MOVE CA-PHONE TO CL-PHONE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CL-DATE.
           MOVE "C" TO CL-TYPE.
           MOVE RECEIPT-NO TO CL-RECEIPT-NO.
           MOVE WS-LEG-AMOUNT TO CL-AMOUNT.
           MOVE REGISTER-ID TO CL-REGISTER-NO.
           MOVE CASHIER-ID TO CL-ENTERED-BY.
           WRITE CHARGE-LEDGER-RECORD.
           CLOSE CHARGE-LEDGER-FILE.

           MOVE ZEROES TO WS-LEG-CHANGE.
           MOVE CA-PHONE TO WS-LEG-REFERENCE.
           MOVE ZEROES TO WS-LEG-REMAINING.
           PERFORM 161L-RECORD-TENDER-LEG.
           DISPLAY "CHARGED TO ACCOUNT: " WS-LEG-AMOUNT
               " ACCOUNT BALANCE NOW " CA-BALANCE.

      *> Payroll deduction - only on a staff purchase, for staff who
      *> have signed up to it. It settles the whole balance still due
      *> (there is no partial deduction to go with cash) and comes
      *> out of wages through the deduction extract, so it never
      *> touches the drawer. It posts with the staff purchase row.
       161P-TAKE-PAYROLL-LEG.
           IF WS-STAFF-SALE NOT = "Y"
               DISPLAY "PAYROLL DEDUCTION IS FOR STAFF PURCHASES ONLY"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STAFF-PAYROLL NOT = "Y"
               DISPLAY WS-STAFF-NAME " IS NOT SIGNED UP FOR PAYROLL "
                   "DEDUCTION"
               EXIT PARAGRAPH
           END-IF.
           MOVE AMOUNT-DUE TO WS-LEG-AMOUNT.
           MOVE ZEROES TO WS-LEG-CHANGE.
           MOVE WS-STAFF-USER TO WS-LEG-REFERENCE.
           MOVE ZEROES TO WS-LEG-REMAINING.
           PERFORM 161L-RECORD-TENDER-LEG.
           DISPLAY "TO BE DEDUCTED FROM PAY: " WS-LEG-AMOUNT.

      *> Files the leg just taken (WS-LEG-TYPE/AMOUNT/CHANGE/REFERENCE
      *> set by the caller) and takes what it settled off the balance.
       161L-RECORD-TENDER-LEG.
           ADD 1 TO WS-LEG-COUNT.
           MOVE WS-LEG-TYPE TO TG-TENDER-TYPE (WS-LEG-COUNT).
           MOVE WS-LEG-AMOUNT TO TG-TENDERED (WS-LEG-COUNT).
           MOVE WS-LEG-CHANGE TO TG-CHANGE (WS-LEG-COUNT).
           COMPUTE TG-APPLIED (WS-LEG-COUNT) =
               WS-LEG-AMOUNT - WS-LEG-CHANGE.
           MOVE WS-LEG-REFERENCE TO TG-REFERENCE (WS-LEG-COUNT).
           MOVE WS-LEG-REMAINING TO TG-REMAINING (WS-LEG-COUNT).
           SUBTRACT TG-APPLIED (WS-LEG-COUNT) FROM AMOUNT-DUE.

      *> Refund/even basket - one cash or card leg, whatever amount
      *> is keyed coming back with the refund as change. The leg's
      *> applied figure is the (negative) amount due.
       161R-TAKE-REFUND-TENDER.
           DISPLAY "TENDER TYPE (CASH/CARD)".
           ACCEPT WS-LEG-TYPE.

           DISPLAY "AMOUNT TENDERED".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LEG-AMOUNT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           COMPUTE WS-LEG-CHANGE = WS-LEG-AMOUNT - AMOUNT-DUE.
           MOVE SPACES TO WS-LEG-REFERENCE.
           MOVE ZEROES TO WS-LEG-REMAINING.
           PERFORM 161L-RECORD-TENDER-LEG.

      *> Rolls the legs up into the basket-level tender the sales log
      *> carries. Points or a gift card covering everything leave no
      *> money tender at all - the sale is recorded as paid by that
      *> value, as it always was.
       161S-SUMMARIZE-TENDER.
           MOVE ZEROES TO AMOUNT-TENDERED.
           MOVE ZEROES TO CHANGE-DUE.
           MOVE ZERO TO WS-CASH-LEGS.
           MOVE ZERO TO WS-CARD-LEGS.
           MOVE ZERO TO WS-ACCT-LEGS.
           MOVE ZERO TO WS-PAYR-LEGS.
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > WS-LEG-COUNT
               EVALUATE TG-TENDER-TYPE (TG-IDX)
                   WHEN "CASH"
                       ADD 1 TO WS-CASH-LEGS
                       ADD TG-TENDERED (TG-IDX) TO AMOUNT-TENDERED
                       ADD TG-CHANGE (TG-IDX) TO CHANGE-DUE
                   WHEN "CARD"
                       ADD 1 TO WS-CARD-LEGS
                       ADD TG-TENDERED (TG-IDX) TO AMOUNT-TENDERED
                       ADD TG-CHANGE (TG-IDX) TO CHANGE-DUE
                   WHEN "ACCT"
                       ADD 1 TO WS-ACCT-LEGS
                       ADD TG-TENDERED (TG-IDX) TO AMOUNT-TENDERED
                   WHEN "PAYR"
                       ADD 1 TO WS-PAYR-LEGS
                       ADD TG-TENDERED (TG-IDX) TO AMOUNT-TENDERED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE ZERO TO WS-MONEY-TYPES.
           IF WS-CASH-LEGS > ZERO
               ADD 1 TO WS-MONEY-TYPES
           END-IF.
           IF WS-CARD-LEGS > ZERO
               ADD 1 TO WS-MONEY-TYPES
           END-IF.
           IF WS-ACCT-LEGS > ZERO
               ADD 1 TO WS-MONEY-TYPES
           END-IF.
           IF WS-PAYR-LEGS > ZERO
               ADD 1 TO WS-MONEY-TYPES
           END-IF.

           MOVE "N" TO WS-SPLIT-FLAG.
           EVALUATE TRUE
               WHEN WS-MONEY-TYPES > 1
                   MOVE "SPLT" TO TENDER-TYPE
                   MOVE "Y" TO WS-SPLIT-FLAG
               WHEN WS-CASH-LEGS > ZERO
                   MOVE "CASH" TO TENDER-TYPE
               WHEN WS-CARD-LEGS > ZERO
                   MOVE "CARD" TO TENDER-TYPE
               WHEN WS-ACCT-LEGS > ZERO
                   MOVE "ACCT" TO TENDER-TYPE
               WHEN WS-PAYR-LEGS > ZERO
                   MOVE "PAYR" TO TENDER-TYPE
               WHEN GIFT-REDEEM-VALUE > ZERO
                   MOVE "GIFT" TO TENDER-TYPE
               WHEN OTHER
                   MOVE "PNTS" TO TENDER-TYPE
           END-EVALUATE.

      *> Points are worth a cent each; a redemption is capped at both
      *> the points the customer has left and the amount actually
      *> due, so the till never pays out change against points.
       162-REDEEM-LOYALTY-POINTS.
           DISPLAY "POINTS TO REDEEM (0 FOR NONE), 100 POINTS = 1.00".
           MOVE "N" TO WS-IV-VALID.
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LEG-POINTS = FUNCTION NUMVAL-C(WS-IV-INPUT).

           IF WS-LEG-POINTS > WS-POINTS-LEFT
               DISPLAY "ONLY " WS-POINTS-LEFT " POINTS LEFT - "
                   "REDEEMING THAT MANY"
               MOVE WS-POINTS-LEFT TO WS-LEG-POINTS
           END-IF.

           COMPUTE WS-LEG-AMOUNT = WS-LEG-POINTS / 100.
           IF WS-LEG-AMOUNT > AMOUNT-DUE
               COMPUTE WS-LEG-POINTS = AMOUNT-DUE * 100
               COMPUTE WS-LEG-AMOUNT = WS-LEG-POINTS / 100
           END-IF.
           IF WS-LEG-AMOUNT = ZERO
               DISPLAY "NO POINTS APPLIED"
               EXIT PARAGRAPH
           END-IF.

           ADD WS-LEG-POINTS TO LOYALTY-POINTS-SPENT.
           ADD WS-LEG-AMOUNT TO LOYALTY-REDEEM-VALUE.
           MOVE ZEROES TO WS-LEG-CHANGE.
           MOVE WS-LEG-POINTS TO WS-LEG-REFERENCE.
           MOVE ZEROES TO WS-LEG-REMAINING.
           PERFORM 161L-RECORD-TENDER-LEG.
           DISPLAY "POINTS APPLIED: " WS-LEG-POINTS
               " VALUE: " WS-LEG-AMOUNT.

      *> Redeems against the card balance, capped at both the balance
      *> and the amount due - a partial redemption drains the card
      *> and the loop asks for the next leg; the till never pays out
      *> change against stored value.
       163-REDEEM-GIFT-CARD.
           DISPLAY "ENTER GIFT CARD NUMBER".
           MOVE "N" TO WS-IV-VALID.
                       "REDEMPTION"
               NOT INVALID KEY
                   IF GC-BALANCE > AMOUNT-DUE
                       MOVE AMOUNT-DUE TO WS-LEG-AMOUNT
                   ELSE
                       MOVE GC-BALANCE TO WS-LEG-AMOUNT
                   END-IF
                   IF WS-LEG-AMOUNT = ZERO
                       DISPLAY "CARD " GC-CARD-NO " HAS NO BALANCE"
                   ELSE
                       SUBTRACT WS-LEG-AMOUNT FROM GC-BALANCE
                       ADD WS-LEG-AMOUNT TO GIFT-REDEEM-VALUE
                       REWRITE GIFT-CARD-RECORD
                       MOVE "REDM" TO GM-TYPE
                       MOVE WS-LEG-AMOUNT TO GM-AMOUNT
                       PERFORM 098C-LOG-GIFT-MOVEMENT
                       MOVE ZEROES TO WS-LEG-CHANGE
                       MOVE GC-CARD-NO TO WS-LEG-REFERENCE
                       MOVE GC-BALANCE TO WS-LEG-REMAINING
                       PERFORM 161L-RECORD-TENDER-LEG
                       DISPLAY "GIFT CARD APPLIED: " WS-LEG-AMOUNT
                           " REMAINING ON CARD: " GC-BALANCE
                   END-IF
           END-READ.

      *> A points or gift-card redemption on a cash-tendered sale
               MOVE RECEIPT-NO TO LY-RECEIPT-NO
               MOVE LOYALTY-POINTS-EARNED TO LY-POINTS-EARNED
               MOVE LOYALTY-POINTS-SPENT TO LY-POINTS-SPENT
               MOVE SPACES TO LY-MOVEMENT-TYPE
               WRITE LOYALTY-LOG-RECORD

               DISPLAY "POINTS EARNED: " LOYALTY-POINTS-EARNED
                   " NEW BALANCE: " CM-LOYALTY-POINTS
           END-IF.

      *> Files this basket's tender legs beside its sales-log rows.
      *> Only a posted (live) sale gets here - training legs stay on
      *> the practice receipt.
       166-WRITE-TENDER-LEGS.
           OPEN EXTEND TENDER-LEG-FILE.
           IF TENDER-LEG-STATUS = "05" OR TENDER-LEG-STATUS = "35"
               OPEN OUTPUT TENDER-LEG-FILE
           END-IF.
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > WS-LEG-COUNT
               INITIALIZE TENDER-LEG-RECORD
               MOVE RECEIPT-NO TO TN-RECEIPT-NO
               MOVE TG-IDX TO TN-LEG-NO
               MOVE FUNCTION CURRENT-DATE(1:8) TO TN-DATE
               MOVE REGISTER-ID TO TN-REGISTER-NO
               MOVE CASHIER-ID TO TN-CASHIER-ID
               MOVE SHIFT-CODE TO TN-SHIFT-CODE
               MOVE TG-TENDER-TYPE (TG-IDX) TO TN-TENDER-TYPE
               MOVE TG-TENDERED (TG-IDX) TO TN-TENDERED
               MOVE TG-CHANGE (TG-IDX) TO TN-CHANGE
               MOVE TG-APPLIED (TG-IDX) TO TN-APPLIED
               COMPUTE TN-APPLIED-HOME ROUNDED =
                   TG-APPLIED (TG-IDX) * CURRENCY-RATE
               MOVE CURRENCY-CODE TO TN-CURRENCY-CODE
               MOVE TG-REFERENCE (TG-IDX) TO TN-REFERENCE
               MOVE WS-SPLIT-FLAG TO TN-SPLIT-FLAG
               WRITE TENDER-LEG-RECORD
           END-PERFORM.
           CLOSE TENDER-LEG-FILE.

      *> One row per coupon the posted basket took, so the claim
      *> run can bill the manufacturers' share back.
       167-WRITE-COUPON-REDEMPTIONS.
           IF WS-COUPON-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND COUPON-REDEEM-FILE.
           IF COUPON-REDEEM-STATUS = "05"
               OR COUPON-REDEEM-STATUS = "35"
               OPEN OUTPUT COUPON-REDEEM-FILE
           END-IF.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-COUPON-COUNT
               MOVE SPACES TO COUPON-REDEMPTION-RECORD
               MOVE WS-REGISTER-DATE TO RD-DATE
               MOVE RECEIPT-NO TO RD-RECEIPT-NO
               MOVE REGISTER-ID TO RD-REGISTER-NO
               MOVE CASHIER-ID TO RD-CASHIER-ID
               MOVE "R" TO RD-TYPE
               MOVE CT-COUPON-CODE (CT-IDX) TO RD-COUPON-CODE
               MOVE CT-ITEM-CODE (CT-IDX) TO RD-ITEM-CODE
               MOVE CT-VALUE (CT-IDX) TO RD-VALUE
               MOVE CT-FUNDED-BY (CT-IDX) TO RD-FUNDED-BY
               MOVE CT-ISSUER (CT-IDX) TO RD-ISSUER
               WRITE COUPON-REDEMPTION-RECORD
           END-PERFORM.
           CLOSE COUPON-REDEEM-FILE.

      *> A staff basket adds its spend and discount to the person's
      *> year on STAFFALW.DAT and lands on STAFFPUR.DAT with the
      *> share settled by payroll deduction.
       168-POST-STAFF-PURCHASE.
           IF WS-STAFF-SALE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-PAYROLL-AMT.
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > WS-LEG-COUNT
               IF TG-TENDER-TYPE (TG-IDX) = "PAYR"
                   ADD TG-APPLIED (TG-IDX) TO WS-PAYROLL-AMT
               END-IF
           END-PERFORM.

           MOVE WS-STAFF-USER TO SA-USER-ID.
           MOVE WS-REGISTER-DATE(1:4) TO SA-YEAR.
           READ STAFF-ALLOWANCE-FILE
               INVALID KEY
                   MOVE WS-STAFF-SPEND TO SA-SPENT
                   MOVE DISCOUNT-AMOUNT TO SA-DISCOUNT-GIVEN
                   WRITE STAFF-ALLOWANCE-RECORD
               NOT INVALID KEY
                   ADD WS-STAFF-SPEND TO SA-SPENT
                   ADD DISCOUNT-AMOUNT TO SA-DISCOUNT-GIVEN
                   REWRITE STAFF-ALLOWANCE-RECORD
           END-READ.

           OPEN EXTEND STAFF-PURCHASE-FILE.
           IF STAFF-PURCHASE-STATUS = "05"
               OR STAFF-PURCHASE-STATUS = "35"
               OPEN OUTPUT STAFF-PURCHASE-FILE
           END-IF.
           MOVE SPACES TO STAFF-PURCHASE-RECORD.
           MOVE WS-REGISTER-DATE TO PU-DATE.
           MOVE RECEIPT-NO TO PU-RECEIPT-NO.
           MOVE REGISTER-ID TO PU-REGISTER-NO.
           MOVE CASHIER-ID TO PU-CASHIER-ID.
           MOVE WS-STAFF-USER TO PU-USER-ID.
           MOVE "S" TO PU-TYPE.
           MOVE WS-STAFF-SPEND TO PU-SPEND.
           MOVE DISCOUNT-AMOUNT TO PU-DISCOUNT.
           MOVE WS-PAYROLL-AMT TO PU-PAYROLL-AMT.
           WRITE STAFF-PURCHASE-RECORD.
           CLOSE STAFF-PURCHASE-FILE.

      *> The quote is spent only once its sale has posted - a basket
      *> abandoned or suspended leaves the quote open to recall.
       169-CONVERT-QUOTE.
           IF WS-QUOTE-NO = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "QUOTE FILE UNAVAILABLE - QUOTE " WS-QUOTE-NO
                   " NOT MARKED, TELL THE OFFICE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QUOTE-NO TO QT-QUOTE-NO.
           READ QUOTE-FILE
               INVALID KEY
                   DISPLAY "QUOTE " WS-QUOTE-NO " VANISHED MID-SALE "
                       "- TELL THE OFFICE"
               NOT INVALID KEY
                   MOVE "C" TO QT-STATUS
                   MOVE RECEIPT-NO TO QT-CONVERTED-RECEIPT
                   MOVE WS-REGISTER-DATE TO QT-CONVERTED-DATE
                   REWRITE QUOTE-RECORD
                   DISPLAY "QUOTE " QT-QUOTE-NO " CONVERTED"
           END-READ.
           CLOSE QUOTE-FILE.

      *> Reached from 105/106 (a keyed code/number ITEM-MASTER/
      *> ITEM-LOOKUP didn't recognize) or directly from
      *> 100-CALCULATE-ITEM-PRICE for a no-code ad hoc item. Only the
               MOVE "N" TO IM-RESTRICTED-FLAG
               MOVE ZERO TO IM-MINIMUM-AGE
               MOVE ZERO TO IM-CONTAINER-DEPOSIT
               MOVE ZERO TO IM-WARRANTY-MONTHS
               MOVE "N" TO IM-EXT-WARRANTY
               MOVE "N" TO IM-RECALL-FLAG
               MOVE ZERO TO IM-QTY-QUARANTINED
               MOVE "N" TO IM-CONSIGNMENT-FLAG
               WRITE ITEM-MASTER-RECORD
      *> The starting quantity opens the item's stock card.
               MOVE SPACES TO STOCK-MOVEMENT-RECORD
               MOVE IM-ITEM-CODE TO MV-ITEM-CODE
               MOVE "NI" TO MV-TYPE
               MOVE ZERO TO MV-QTY-BEFORE
               MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER
               MOVE RECEIPT-NO TO MV-REFERENCE
               MOVE CASHIER-ID TO MV-USER-ID
               PERFORM WRITE-STOCK-MOVEMENT
           END-IF.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "LOCK-TOKEN-LOGIC.CPY".

           COPY "DELIVERY-BOOKING-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM YOUR-PROGRAM-NAME.
