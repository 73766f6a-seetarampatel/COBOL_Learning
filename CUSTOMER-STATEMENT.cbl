      ******************************************************************
      * Author:
      * Date:
      * Purpose: Combined customer statement - everything we hold for
      *          or against one customer, keyed by their CONTACT-
      *          MASTER phone, so the counter can answer "what do I
      *          owe you and what do you owe me" from one screen
      *          instead of five. What they owe us: open loans
      *          (LOANACCT.DAT, with late charges and any written-off
      *          debt still outstanding), open layaways (LAYAWAY.DAT)
      *          and the house charge account (CHGACCT.DAT), each with
      *          its next due date and anything already overdue. What
      *          we hold for them: special-order deposits (SPECORD.DAT),
      *          gift-card balances (GIFTCARD.DAT), a charge account in
      *          credit and the cash value of their loyalty points,
      *          plus any rain checks still good (a price promise, so
      *          listed without a value). Closes with the net position
      *          and the next payment falling due. A printed copy is
      *          spooled to REPORTS.SPL and catalogued as STATEMENT
      *          plus the phone, so SPOOL-VIEWER can reprint it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-MASTER
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PHONE
               FILE STATUS IS CONTACT-MASTER-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT LAYAWAY-FILE
               ASSIGN TO "LAYAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYAWAY-FILE-STATUS.

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

           SELECT GIFT-CARD-FILE
               ASSIGN TO "GIFTCARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CARD-NO
               FILE STATUS IS GIFT-CARD-STATUS.

           SELECT RAIN-CHECK-FILE
               ASSIGN TO "RAINCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-VOUCHER-NO
               FILE STATUS IS RAIN-CHECK-STATUS.

           SELECT REPORT-SPOOL
               ASSIGN TO "REPORTS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT SPOOL-CATALOG
               ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  LOAN-FILE.
           COPY "LOAN-ACCOUNT.CPY".

       FD  LAYAWAY-FILE.
           COPY "LAYAWAY-PLAN.CPY".

       FD  CHARGE-ACCOUNT-FILE.
           COPY "CHARGE-ACCOUNT.CPY".

       FD  SPECIAL-ORDER-FILE.
           COPY "SPECIAL-ORDER.CPY".

       FD  GIFT-CARD-FILE.
           COPY "GIFT-CARD.CPY".

       FD  RAIN-CHECK-FILE.
           COPY "RAIN-CHECK.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       WORKING-STORAGE SECTION.
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  LOAN-FILE-STATUS       PIC X(2).
       01  LAYAWAY-FILE-STATUS    PIC X(2).
       01  CHARGE-ACCOUNT-STATUS  PIC X(2).
       01  SPECIAL-ORDER-STATUS   PIC X(2).
       01  GIFT-CARD-STATUS       PIC X(2).
       01  RAIN-CHECK-STATUS      PIC X(2).
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".
       01  WS-PHONE-ENTRY         PIC X(10).
       01  WS-PHONE               PIC 9(10).
       01  WS-ON-CONTACTS         PIC X(1).
       01  WS-PRINT-COPY          PIC X(1).

       01  WS-TODAY               PIC X(8).
       01  WS-TODAY-NUM           PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
           05 WS-TODAY-YEAR       PIC 9(4).
           05 WS-TODAY-MONTH      PIC 9(2).
           05 WS-TODAY-DAY        PIC 9(2).
       01  WS-TODAY-INT           PIC 9(7).

      *> A loan installment falls due on the opened day of each
      *> month after opening (LOAN-COLLECTIONS-RUN's reckoning); a
      *> short month takes its last day instead.
       01  WS-BASE-NUM            PIC 9(8).
       01  WS-BASE-PARTS REDEFINES WS-BASE-NUM.
           05 WS-BASE-YEAR        PIC 9(4).
           05 WS-BASE-MONTH       PIC 9(2).
           05 WS-BASE-DAY         PIC 9(2).
       01  WS-ADD-MONTHS          PIC 9(3).
       01  WS-MONTH-INDEX         PIC 9(6).
       01  WS-DUE-NUM             PIC 9(8).
       01  WS-DUE-PARTS REDEFINES WS-DUE-NUM.
           05 WS-DUE-YEAR         PIC 9(4).
           05 WS-DUE-MONTH        PIC 9(2).
           05 WS-DUE-DAY          PIC 9(2).
       01  WS-MONTH-END-NUM       PIC 9(8).
       01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-NUM.
           05 WS-MONTH-END-YEAR   PIC 9(4).
           05 WS-MONTH-END-MONTH  PIC 9(2).
           05 WS-MONTH-END-DAY    PIC 9(2).
       01  WS-NEXT-FIRST-NUM      PIC 9(8).
       01  WS-NEXT-FIRST-PARTS REDEFINES WS-NEXT-FIRST-NUM.
           05 WS-NEXT-FIRST-YEAR  PIC 9(4).
           05 WS-NEXT-FIRST-MONTH PIC 9(2).
           05 WS-NEXT-FIRST-DAY   PIC 9(2).
       01  WS-MONTHS-ELAPSED      PIC S9(5).
       01  WS-DUE-PERIODS         PIC 9(3).
       01  WS-COVERED-PERIODS     PIC 9(3).
       01  WS-INSTALMENTS-PAID    PIC S9(9)V9(2).
       01  WS-ARREARS             PIC S9(9)V9(2).
       01  WS-NEXT-AMOUNT         PIC S9(9)V9(2).
       01  WS-ITEM-OWED           PIC S9(9)V9(2).
       01  WS-START-INT           PIC 9(7).
       01  WS-DUE-INT             PIC 9(7).

      *> Statement totals - owed to us, held for the customer, and
      *> the earliest payment falling due across every account.
       01  WS-OWED-TO-US          PIC S9(9)V9(2).
       01  WS-HELD-FOR-THEM       PIC S9(9)V9(2).
       01  WS-NET-POSITION        PIC S9(9)V9(2).
       01  WS-ITEM-COUNT          PIC 9(3).
       01  WS-EARLIEST-DUE        PIC X(8).
       01  WS-EARLIEST-AMOUNT     PIC S9(9)V9(2).
       01  WS-POINTS-VALUE        PIC S9(7)V9(2).
       01  WS-AMOUNT-ED           PIC Z,ZZZ,ZZ9.99.
       01  WS-STATE-TEXT          PIC X(20).
       01  WS-CHARGE-FOUND        PIC X(1).
       01  WS-CHARGE-BALANCE      PIC S9(7)V9(2).
       01  WS-CHARGE-STATE        PIC X(1).

      *> Spool document for the printed copy.
       01  WS-SPOOL-ID            PIC 9(5) VALUE ZERO.
       01  WS-SPOOL-LINE-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-EOF           PIC X(1).
       01  WS-SPOOL-NAME          PIC X(20).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CUSTOMER STATEMENT".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           OPEN INPUT CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN CONTACTS.DAT, STATUS "
                   CONTACT-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-ONE-STATEMENT UNTIL WS-WANT-MORE = "N".

           CLOSE CONTACT-MASTER.

       900-END-PROGRAM.
           STOP RUN.

      ******************************************************************
      * ONE STATEMENT - the customer's phone, then every account they
      * have with us, owed first and held second, then the net.
      ******************************************************************
       100-ONE-STATEMENT.
           DISPLAY "CUSTOMER PHONE NUMBER (BLANK TO EXIT)".
           ACCEPT WS-PHONE-ENTRY.
           IF WS-PHONE-ENTRY = SPACES
               MOVE "N" TO WS-WANT-MORE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PHONE-ENTRY TO WS-IV-INPUT.
           PERFORM VALIDATE-NUMERIC-ENTRY.
           IF WS-IV-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PHONE = FUNCTION NUMVAL-C(WS-IV-INPUT).

      *> A customer can hold a gift card or a layaway without being
      *> on the contact file - the statement still runs, just with
      *> no name and no points.
           MOVE WS-PHONE TO CM-PHONE.
           MOVE "Y" TO WS-ON-CONTACTS.
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-ON-CONTACTS
                   DISPLAY "PHONE NOT ON THE CONTACT FILE - NO "
                       "LOYALTY POINTS"
           END-READ.

           DISPLAY "PRINT A COPY FOR THE CUSTOMER? (Y/N)".
           ACCEPT WS-PRINT-COPY.
           MOVE FUNCTION UPPER-CASE(WS-PRINT-COPY) TO WS-PRINT-COPY.
           IF WS-PRINT-COPY = "Y"
               PERFORM 850-OPEN-SPOOL
               MOVE SPACES TO WS-SPOOL-NAME
               STRING "STATEMENT " WS-PHONE
                   DELIMITED BY SIZE INTO WS-SPOOL-NAME
               PERFORM 865-START-DOCUMENT
           END-IF.

           MOVE ZERO TO WS-OWED-TO-US.
           MOVE ZERO TO WS-HELD-FOR-THEM.
           MOVE SPACES TO WS-EARLIEST-DUE.
           MOVE ZERO TO WS-EARLIEST-AMOUNT.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "CUSTOMER STATEMENT  " WS-TODAY "  PHONE " WS-PHONE
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           IF WS-ON-CONTACTS = "Y"
               IF CM-TRADING-NAME NOT = SPACES
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "  " CM-TRADING-NAME
                       DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                   PERFORM 860-SPOOL-LINE
               END-IF
               IF CM-BILLING-ADDR NOT = SPACES
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "  " CM-BILLING-ADDR
                       DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                   PERFORM 860-SPOOL-LINE
               END-IF
           END-IF.

           MOVE "WHAT YOU OWE US" TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE ZERO TO WS-ITEM-COUNT.
           PERFORM 200-LIST-LOANS.
           PERFORM 300-LIST-LAYAWAYS.
           PERFORM 400-LIST-CHARGE-DEBIT.
           IF WS-ITEM-COUNT = ZERO
               MOVE "  NOTHING OWED" TO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-IF.
           MOVE WS-OWED-TO-US TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  TOTAL OWED TO US" "                  "
               "            " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

           MOVE "WHAT WE HOLD FOR YOU" TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE ZERO TO WS-ITEM-COUNT.
           PERFORM 500-LIST-DEPOSITS.
           PERFORM 550-LIST-GIFT-CARDS.
           PERFORM 410-LIST-CHARGE-CREDIT.
           PERFORM 650-LIST-LOYALTY.
           IF WS-ITEM-COUNT = ZERO
               MOVE "  NOTHING HELD" TO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-IF.
           MOVE WS-HELD-FOR-THEM TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  TOTAL HELD FOR YOU" "                "
               "            " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

           PERFORM 600-LIST-RAIN-CHECKS.
           PERFORM 700-NET-POSITION.

           IF WS-PRINT-COPY = "Y"
               PERFORM 870-REGISTER-DOCUMENT
               PERFORM 880-CLOSE-SPOOL
           END-IF.

      ******************************************************************
      * LOANS - open ones with the next installment date and any
      * arrears, written-off ones with what is still outstanding. A
      * loan from before loans carried a phone cannot be placed here.
      ******************************************************************
       200-LIST-LOANS.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 210-LIST-ONE-LOAN UNTIL ENDOFINPUT.
           CLOSE LOAN-FILE.

       210-LIST-ONE-LOAN.
           READ LOAN-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF LN-PHONE NOT NUMERIC OR LN-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           IF LN-COLLECTION = SPACES
               INITIALIZE LN-COLLECTION
           END-IF.
           EVALUATE LN-STATUS
               WHEN "O"
                   PERFORM 220-OPEN-LOAN-LINE
               WHEN "W"
                   PERFORM 230-WRITTEN-OFF-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       220-OPEN-LOAN-LINE.
           ADD 1 TO WS-ITEM-COUNT.
           COMPUTE WS-ITEM-OWED = LN-BALANCE + LN-CHARGES-OWED.
           ADD WS-ITEM-OWED TO WS-OWED-TO-US.
           MOVE WS-ITEM-OWED TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  LOAN " LN-LOAN-NO " OPENED " LN-OPENED-DATE
               "  BALANCE" "         " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           IF LN-CHARGES-OWED > ZERO
               MOVE LN-CHARGES-OWED TO WS-AMOUNT-ED
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "      INCLUDES LATE CHARGES " WS-AMOUNT-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-IF.
           IF LN-OPENED-DATE NOT NUMERIC OR LN-INSTALLMENT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE LN-OPENED-DATE TO WS-BASE-NUM.
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-TODAY-YEAR - WS-BASE-YEAR) * 12
               + WS-TODAY-MONTH - WS-BASE-MONTH.
           IF WS-TODAY-DAY < WS-BASE-DAY
               SUBTRACT 1 FROM WS-MONTHS-ELAPSED
           END-IF.
           IF WS-MONTHS-ELAPSED < ZERO
               MOVE ZERO TO WS-MONTHS-ELAPSED
           END-IF.
           IF WS-MONTHS-ELAPSED > LN-NUMBER-PERIODS
               MOVE LN-NUMBER-PERIODS TO WS-DUE-PERIODS
           ELSE
               MOVE WS-MONTHS-ELAPSED TO WS-DUE-PERIODS
           END-IF.
           COMPUTE WS-INSTALMENTS-PAID =
               LN-TOTAL-PAID - LN-CHARGES-PAID.
           IF WS-INSTALMENTS-PAID < ZERO
               MOVE ZERO TO WS-INSTALMENTS-PAID
           END-IF.
           DIVIDE WS-INSTALMENTS-PAID BY LN-INSTALLMENT
               GIVING WS-COVERED-PERIODS.
           COMPUTE WS-ARREARS =
               WS-DUE-PERIODS * LN-INSTALLMENT - WS-INSTALMENTS-PAID.
           IF WS-ARREARS > ZERO
               MOVE WS-ARREARS TO WS-AMOUNT-ED
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "      OVERDUE NOW" "             " WS-AMOUNT-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
               MOVE WS-TODAY TO WS-DUE-NUM
               COMPUTE WS-NEXT-AMOUNT = WS-ARREARS + LN-CHARGES-OWED
               PERFORM 800-NOTE-DUE-DATE
           END-IF.

      *> The next installment is the first one not yet covered - if
      *> they are ahead it is further out than this month's.
           IF WS-COVERED-PERIODS NOT < LN-NUMBER-PERIODS
               EXIT PARAGRAPH
           END-IF.
           IF WS-COVERED-PERIODS > WS-DUE-PERIODS
               COMPUTE WS-ADD-MONTHS = WS-COVERED-PERIODS + 1
           ELSE
               COMPUTE WS-ADD-MONTHS = WS-DUE-PERIODS + 1
           END-IF.
           IF WS-ADD-MONTHS > LN-NUMBER-PERIODS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 810-ADD-MONTHS.
           MOVE LN-INSTALLMENT TO WS-NEXT-AMOUNT.
           IF WS-NEXT-AMOUNT > LN-BALANCE
               MOVE LN-BALANCE TO WS-NEXT-AMOUNT
           END-IF.
           MOVE WS-NEXT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "      NEXT INSTALLMENT DUE " WS-DUE-NUM " "
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 800-NOTE-DUE-DATE.

      *> A written-off loan still stands as a debt: the principal
      *> written off less what has been recovered since.
       230-WRITTEN-OFF-LINE.
           COMPUTE WS-ITEM-OWED =
               LN-BALANCE + LN-CHARGES-OWED - LN-RECOVERED.
           IF WS-ITEM-OWED NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           ADD WS-ITEM-OWED TO WS-OWED-TO-US.
           MOVE WS-ITEM-OWED TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  LOAN " LN-LOAN-NO " CLOSED TO COLLECTIONS "
               LN-WRITEOFF-DATE "       " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "      PAYABLE NOW" TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE WS-TODAY TO WS-DUE-NUM.
           MOVE WS-ITEM-OWED TO WS-NEXT-AMOUNT.
           PERFORM 800-NOTE-DUE-DATE.

      ******************************************************************
      * LAYAWAYS - open plans, paid weekly from the plan date the way
      * LAYAWAY's arrears report counts them.
      ******************************************************************
       300-LIST-LAYAWAYS.
           OPEN INPUT LAYAWAY-FILE.
           IF LAYAWAY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 310-LIST-ONE-LAYAWAY UNTIL ENDOFINPUT.
           CLOSE LAYAWAY-FILE.

       310-LIST-ONE-LAYAWAY.
           READ LAYAWAY-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF LP-PHONE NOT = WS-PHONE OR LP-STATUS NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           ADD LP-BALANCE TO WS-OWED-TO-US.
           MOVE LP-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  LAYAWAY " LP-PLAN-NO " ITEM " LP-ITEM-CODE
               " PAID " LP-PAID-COUNT " OF " LP-TERM "  BALANCE  "
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           IF LP-DATE NOT NUMERIC OR LP-PAID-COUNT NOT < LP-TERM
               EXIT PARAGRAPH
           END-IF.

           MOVE LP-DATE TO WS-BASE-NUM.
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-BASE-NUM).
           COMPUTE WS-DUE-PERIODS = (WS-TODAY-INT - WS-START-INT) / 7.
           IF WS-DUE-PERIODS > LP-TERM
               MOVE LP-TERM TO WS-DUE-PERIODS
           END-IF.
           IF LP-PAID-COUNT < WS-DUE-PERIODS
               COMPUTE WS-ARREARS =
                   (WS-DUE-PERIODS - LP-PAID-COUNT) * LP-INSTALLMENT
               IF WS-ARREARS > LP-BALANCE
                   MOVE LP-BALANCE TO WS-ARREARS
               END-IF
               MOVE WS-ARREARS TO WS-AMOUNT-ED
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "      OVERDUE NOW" "             " WS-AMOUNT-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
               MOVE WS-TODAY TO WS-DUE-NUM
               MOVE WS-ARREARS TO WS-NEXT-AMOUNT
               PERFORM 800-NOTE-DUE-DATE
               COMPUTE WS-DUE-INT =
                   WS-START-INT + (WS-DUE-PERIODS + 1) * 7
           ELSE
               COMPUTE WS-DUE-INT =
                   WS-START-INT + (LP-PAID-COUNT + 1) * 7
           END-IF.
           IF WS-DUE-PERIODS NOT < LP-TERM
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE LP-INSTALLMENT TO WS-NEXT-AMOUNT.
           IF WS-NEXT-AMOUNT > LP-BALANCE
               MOVE LP-BALANCE TO WS-NEXT-AMOUNT
           END-IF.
           MOVE WS-NEXT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "      NEXT PAYMENT DUE " WS-DUE-NUM "     "
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 800-NOTE-DUE-DATE.

      ******************************************************************
      * HOUSE CHARGE ACCOUNT - a debit balance is owed by the month-
      * end statement; a credit balance is money we hold.
      ******************************************************************
       400-LIST-CHARGE-DEBIT.
           PERFORM 420-READ-CHARGE-ACCOUNT.
           IF WS-CHARGE-FOUND NOT = "Y"
               OR WS-CHARGE-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           ADD WS-CHARGE-BALANCE TO WS-OWED-TO-US.
           PERFORM 430-CHARGE-STATE-TEXT.
           MOVE WS-CHARGE-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  CHARGE ACCOUNT " WS-STATE-TEXT "         "
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

      *> Due by the close of this month's statement - the month's
      *> last day.
           COMPUTE WS-NEXT-FIRST-NUM = WS-TODAY-YEAR * 10000
               + WS-TODAY-MONTH * 100 + 1.
           MOVE WS-NEXT-FIRST-NUM TO WS-BASE-NUM.
           MOVE 1 TO WS-ADD-MONTHS.
           PERFORM 810-ADD-MONTHS.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-NUM) - 1.
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE WS-CHARGE-BALANCE TO WS-NEXT-AMOUNT.
           MOVE WS-NEXT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "      DUE ON THE STATEMENT OF " WS-DUE-NUM " "
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 800-NOTE-DUE-DATE.

       410-LIST-CHARGE-CREDIT.
           PERFORM 420-READ-CHARGE-ACCOUNT.
           IF WS-CHARGE-FOUND NOT = "Y"
               OR WS-CHARGE-BALANCE NOT < ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           COMPUTE WS-ITEM-OWED = ZERO - WS-CHARGE-BALANCE.
           ADD WS-ITEM-OWED TO WS-HELD-FOR-THEM.
           PERFORM 430-CHARGE-STATE-TEXT.
           MOVE WS-ITEM-OWED TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  CHARGE ACCOUNT IN CREDIT " WS-STATE-TEXT
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

      *> The account is read fresh each time and kept in
      *> WS-CHARGE-KEEP - the record area is not to be trusted once
      *> the file is closed. WS-CHARGE-FOUND tells the caller.
       420-READ-CHARGE-ACCOUNT.
           MOVE "N" TO WS-CHARGE-FOUND.
           OPEN INPUT CHARGE-ACCOUNT-FILE.
           IF CHARGE-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PHONE TO CA-PHONE.
           READ CHARGE-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHARGE-FOUND
                   MOVE CA-BALANCE TO WS-CHARGE-BALANCE
                   MOVE CA-STATUS TO WS-CHARGE-STATE
           END-READ.
           CLOSE CHARGE-ACCOUNT-FILE.

       430-CHARGE-STATE-TEXT.
           EVALUATE WS-CHARGE-STATE
               WHEN "H"
                   MOVE "(ON HOLD)" TO WS-STATE-TEXT
               WHEN "C"
                   MOVE "(CLOSED)" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATE-TEXT
           END-EVALUATE.

      ******************************************************************
      * SPECIAL-ORDER DEPOSITS - on order or arrived and waiting.
      ******************************************************************
       500-LIST-DEPOSITS.
           OPEN INPUT SPECIAL-ORDER-FILE.
           IF SPECIAL-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 510-LIST-ONE-DEPOSIT UNTIL ENDOFINPUT.
           CLOSE SPECIAL-ORDER-FILE.

       510-LIST-ONE-DEPOSIT.
           READ SPECIAL-ORDER-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SO-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           IF SO-STATUS NOT = "O" AND SO-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           ADD SO-DEPOSIT-AMT TO WS-HELD-FOR-THEM.
           IF SO-STATUS = "A"
               MOVE "READY TO COLLECT" TO WS-STATE-TEXT
           ELSE
               MOVE "ON ORDER" TO WS-STATE-TEXT
           END-IF.
           MOVE SO-DEPOSIT-AMT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  DEPOSIT ORDER " SO-ORDER-NO " " SO-ITEM-NAME
               " " WS-STATE-TEXT(1:8) WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

      ******************************************************************
      * GIFT CARDS - only the cards the holder gave this phone for.
      ******************************************************************
       550-LIST-GIFT-CARDS.
           OPEN INPUT GIFT-CARD-FILE.
           IF GIFT-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 560-LIST-ONE-GIFT-CARD UNTIL ENDOFINPUT.
           CLOSE GIFT-CARD-FILE.

       560-LIST-ONE-GIFT-CARD.
           READ GIFT-CARD-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF GC-PHONE NOT NUMERIC OR GC-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           IF GC-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           ADD GC-BALANCE TO WS-HELD-FOR-THEM.
           MOVE GC-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  GIFT CARD " GC-CARD-NO " ISSUED " GC-ISSUED-DATE
               "            " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

      ******************************************************************
      * RAIN CHECKS - a promised price, not money, so listed for the
      * customer's benefit but left out of the totals. An expired
      * voucher RAIN-CHECK-REPORT has not yet stamped is left off.
      ******************************************************************
       600-LIST-RAIN-CHECKS.
           OPEN INPUT RAIN-CHECK-FILE.
           IF RAIN-CHECK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 610-LIST-ONE-RAIN-CHECK UNTIL ENDOFINPUT.
           CLOSE RAIN-CHECK-FILE.

       610-LIST-ONE-RAIN-CHECK.
           READ RAIN-CHECK-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RK-PHONE NOT NUMERIC OR RK-PHONE NOT = WS-PHONE
               EXIT PARAGRAPH
           END-IF.
           IF RK-STATUS NOT = "O" OR RK-EXPIRY-DATE < WS-TODAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-COUNT = ZERO
               MOVE "RAIN CHECKS TO COLLECT AT THE PROMISED PRICE"
                   TO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE RK-PROMO-PRICE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  VOUCHER " RK-VOUCHER-NO " " RK-ITEM-NAME
               " UNTIL " RK-EXPIRY-DATE WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

      *> Points at the register's redemption rate, 100 = 1.00.
       650-LIST-LOYALTY.
           IF WS-ON-CONTACTS NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF CM-LOYALTY-POINTS NOT NUMERIC
               OR CM-LOYALTY-POINTS = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           COMPUTE WS-POINTS-VALUE = CM-LOYALTY-POINTS / 100.
           ADD WS-POINTS-VALUE TO WS-HELD-FOR-THEM.
           MOVE WS-POINTS-VALUE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  LOYALTY POINTS " CM-LOYALTY-POINTS
               " AT 100 POINTS = 1.00      " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

      ******************************************************************
      * NET POSITION and the next payment due across every account.
      ******************************************************************
       700-NET-POSITION.
           COMPUTE WS-NET-POSITION = WS-OWED-TO-US - WS-HELD-FOR-THEM.
           MOVE SPACES TO WS-SPOOL-TEXT.
           EVALUATE TRUE
               WHEN WS-NET-POSITION > ZERO
                   MOVE WS-NET-POSITION TO WS-AMOUNT-ED
                   STRING "NET POSITION - YOU OWE US" "           "
                       "          " WS-AMOUNT-ED
                       DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               WHEN WS-NET-POSITION < ZERO
                   COMPUTE WS-ITEM-OWED = ZERO - WS-NET-POSITION
                   MOVE WS-ITEM-OWED TO WS-AMOUNT-ED
                   STRING "NET POSITION - IN YOUR FAVOUR" "       "
                       "          " WS-AMOUNT-ED
                       DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               WHEN OTHER
                   MOVE "NET POSITION - NOTHING OWED EITHER WAY"
                       TO WS-SPOOL-TEXT
           END-EVALUATE.
           PERFORM 860-SPOOL-LINE.
           IF WS-EARLIEST-DUE NOT = SPACES
               MOVE WS-EARLIEST-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO WS-SPOOL-TEXT
               IF WS-EARLIEST-DUE = WS-TODAY
                   STRING "PAYMENT DUE NOW" "                     "
                       "          " WS-AMOUNT-ED
                       DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               ELSE
                   STRING "NEXT PAYMENT DUE " WS-EARLIEST-DUE
                       "                     " WS-AMOUNT-ED
                       DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               END-IF
               PERFORM 860-SPOOL-LINE
           END-IF.

      *> Keeps the earliest date anything falls due, adding up what
      *> falls due on that same date across accounts. WS-DUE-NUM and
      *> WS-NEXT-AMOUNT are set by the caller.
       800-NOTE-DUE-DATE.
           IF WS-EARLIEST-DUE = SPACES
               OR WS-DUE-NUM < WS-EARLIEST-DUE
               MOVE WS-DUE-NUM TO WS-EARLIEST-DUE
               MOVE WS-NEXT-AMOUNT TO WS-EARLIEST-AMOUNT
           ELSE
               IF WS-DUE-NUM = WS-EARLIEST-DUE
                   ADD WS-NEXT-AMOUNT TO WS-EARLIEST-AMOUNT
               END-IF
           END-IF.

      *> WS-BASE-NUM moved on WS-ADD-MONTHS months into WS-DUE-NUM,
      *> keeping the day of the month or the month's last day when
      *> the month is shorter.
       810-ADD-MONTHS.
           COMPUTE WS-MONTH-INDEX =
               WS-BASE-YEAR * 12 + WS-BASE-MONTH - 1 + WS-ADD-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH.
           ADD 1 TO WS-DUE-MONTH.
           MOVE WS-DUE-YEAR TO WS-NEXT-FIRST-YEAR.
           MOVE WS-DUE-MONTH TO WS-NEXT-FIRST-MONTH.
           MOVE 1 TO WS-NEXT-FIRST-DAY.
           IF WS-NEXT-FIRST-MONTH = 12
               ADD 1 TO WS-NEXT-FIRST-YEAR
               MOVE 1 TO WS-NEXT-FIRST-MONTH
           ELSE
               ADD 1 TO WS-NEXT-FIRST-MONTH
           END-IF.
           COMPUTE WS-MONTH-END-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-NUM) - 1).
           IF WS-BASE-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-DUE-DAY
           ELSE
               MOVE WS-BASE-DAY TO WS-DUE-DAY
           END-IF.

      *> ---- spool plumbing, SUPPLIER-PAYMENT-RUN's shape ----

       850-OPEN-SPOOL.
           MOVE ZERO TO WS-SPOOL-ID.
           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT SPOOL-CATALOG.
           IF CATALOG-STATUS = "00"
               PERFORM 855-SCAN-ONE-CATALOG-ROW
                   UNTIL WS-SPOOL-EOF = "Y"
               CLOSE SPOOL-CATALOG
           END-IF.
           OPEN EXTEND REPORT-SPOOL.
           IF SPOOL-STATUS = "05" OR SPOOL-STATUS = "35"
               OPEN OUTPUT REPORT-SPOOL
           END-IF.
           OPEN EXTEND SPOOL-CATALOG.
           IF CATALOG-STATUS = "05" OR CATALOG-STATUS = "35"
               OPEN OUTPUT SPOOL-CATALOG
           END-IF.

       855-SCAN-ONE-CATALOG-ROW.
           READ SPOOL-CATALOG
               AT END MOVE "Y" TO WS-SPOOL-EOF
           END-READ.
           IF WS-SPOOL-EOF = "N"
               AND SC-SPOOL-ID > WS-SPOOL-ID
               MOVE SC-SPOOL-ID TO WS-SPOOL-ID
           END-IF.

      *> Every line goes to the screen; it goes to the spool only
      *> when a printed copy was asked for.
       860-SPOOL-LINE.
           IF WS-PRINT-COPY = "Y" AND SPOOL-STATUS = "00"
               MOVE SPACES TO SPOOL-LINE-RECORD
               MOVE WS-SPOOL-ID TO SP-SPOOL-ID
               ADD 1 TO WS-SPOOL-LINE-COUNT
               MOVE WS-SPOOL-LINE-COUNT TO SP-LINE-NO
               MOVE WS-SPOOL-TEXT TO SP-LINE-TEXT
               WRITE SPOOL-LINE-RECORD
           END-IF.
           DISPLAY WS-SPOOL-TEXT.

       865-START-DOCUMENT.
           ADD 1 TO WS-SPOOL-ID.
           MOVE ZERO TO WS-SPOOL-LINE-COUNT.

       870-REGISTER-DOCUMENT.
           IF SPOOL-STATUS = "00" AND CATALOG-STATUS = "00"
               MOVE SPACES TO SPOOL-CATALOG-RECORD
               MOVE WS-SPOOL-ID TO SC-SPOOL-ID
               MOVE WS-SPOOL-NAME TO SC-REPORT-NAME
               MOVE WS-TODAY TO SC-RUN-DATE
               MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
               MOVE "CUSTOMER-STATEMENT" TO SC-PROGRAM
               WRITE SPOOL-CATALOG-RECORD
               DISPLAY WS-SPOOL-NAME " SPOOLED UNDER ID " WS-SPOOL-ID
           END-IF.

       880-CLOSE-SPOOL.
           IF SPOOL-STATUS = "00"
               CLOSE REPORT-SPOOL
           END-IF.
           IF CATALOG-STATUS = "00"
               CLOSE SPOOL-CATALOG
           END-IF.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM CUSTOMER-STATEMENT.
