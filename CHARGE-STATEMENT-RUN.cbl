      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end statements for house charge accounts.
      *          Walks CHGACCT.DAT and, for every account with a
      *          balance or a movement in the statement month, folds
      *          its CHGLEDGR.DAT rows into an opening balance, lists
      *          each receipt charged, each cheque received and each
      *          voided charge credited in the month, and closes with
      *          the balance owed aged current/30/60/90+ days as at
      *          the month's last day. Payments and credits are
      *          applied to the oldest charges first, the way the
      *          customer's own ledger will take them. Same two-pass
      *          shape as FEE-ARREARS-RUN. Run-logged like the other
      *          batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-STATEMENT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-ACCOUNT-FILE
               ASSIGN TO "CHGACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-PHONE
               FILE STATUS IS CHARGE-ACCOUNT-STATUS.

           SELECT CHARGE-LEDGER-FILE
               ASSIGN TO "CHGLEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-LEDGER-STATUS.

           SELECT CONTACT-MASTER
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PHONE
               FILE STATUS IS CONTACT-MASTER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-ACCOUNT-FILE.
           COPY "CHARGE-ACCOUNT.CPY".

       FD  CHARGE-LEDGER-FILE.
           COPY "CHARGE-LEDGER.CPY".

       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  CHARGE-ACCOUNT-STATUS  PIC X(2).
       01  CHARGE-LEDGER-STATUS   PIC X(2).
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".
       01  WS-LEDGER-EOF          PIC X(1) VALUE "N".
           88 ENDOFLEDGER VALUE "Y".

       01  WS-STATEMENT-MONTH     PIC X(6).
       01  WS-MONTH-PARTS REDEFINES WS-STATEMENT-MONTH.
           05 WS-SM-YEAR          PIC 9(4).
           05 WS-SM-MONTH         PIC 9(2).
       01  WS-PERIOD-START        PIC X(8).
       01  WS-PERIOD-END          PIC X(8).
       01  WS-PERIOD-END-NUM      PIC 9(8).
       01  WS-PERIOD-END-INT      PIC 9(7).
       01  WS-NEXT-MONTH-NUM      PIC 9(8).
       01  WS-NEXT-YEAR           PIC 9(4).
       01  WS-NEXT-MONTH          PIC 9(2).

       01  WS-ACCOUNT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-STATEMENT-COUNT     PIC 9(5) VALUE ZERO.

      *> One account's month, built by the first ledger pass.
       01  WS-OPENING-BALANCE     PIC S9(7)V9(2).
       01  WS-MONTH-CHARGES       PIC S9(7)V9(2).
       01  WS-MONTH-PAYMENTS      PIC S9(7)V9(2).
       01  WS-MONTH-CREDITS       PIC S9(7)V9(2).
       01  WS-CLOSING-BALANCE     PIC S9(7)V9(2).
       01  WS-MONTH-ROWS          PIC 9(5).

      *> Aging - everything paid or credited to the period end is
      *> set against the charges oldest first; what is left of each
      *> charge ages by its own date.
       01  WS-TOTAL-CREDITED      PIC S9(9)V9(2).
       01  WS-CHARGES-BEFORE      PIC S9(9)V9(2).
       01  WS-CHARGE-COVERED      PIC S9(7)V9(2).
       01  WS-CHARGE-UNPAID       PIC S9(7)V9(2).
       01  WS-CHARGE-AGE          PIC S9(7).
       01  WS-AGE-CURRENT         PIC S9(7)V9(2).
       01  WS-AGE-30              PIC S9(7)V9(2).
       01  WS-AGE-60              PIC S9(7)V9(2).
       01  WS-AGE-90              PIC S9(7)V9(2).

      *> Run totals across every statement printed.
       01  WS-RUN-OWED            PIC S9(9)V9(2) VALUE ZERO.
       01  WS-RUN-CURRENT         PIC S9(9)V9(2) VALUE ZERO.
       01  WS-RUN-30              PIC S9(9)V9(2) VALUE ZERO.
       01  WS-RUN-60              PIC S9(9)V9(2) VALUE ZERO.
       01  WS-RUN-90              PIC S9(9)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "ENTER STATEMENT MONTH (YYYYMM)".
           ACCEPT WS-STATEMENT-MONTH.
           IF WS-STATEMENT-MONTH IS NOT NUMERIC
               OR WS-SM-MONTH < 1 OR WS-SM-MONTH > 12
               DISPLAY "STATEMENT MONTH MUST BE YYYYMM"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 050-SET-PERIOD.

           OPEN INPUT CHARGE-ACCOUNT-FILE.
           IF CHARGE-ACCOUNT-STATUS NOT = "00"
               DISPLAY "NO CHARGE ACCOUNTS, STATUS "
                   CHARGE-ACCOUNT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT CONTACT-MASTER.

           DISPLAY "============ HOUSE ACCOUNT STATEMENTS ============".
           DISPLAY "PERIOD " WS-PERIOD-START " TO " WS-PERIOD-END.

           READ CHARGE-ACCOUNT-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-STATEMENT-ONE-ACCOUNT UNTIL ENDOFINPUT.
           CLOSE CHARGE-ACCOUNT-FILE.
           IF CONTACT-MASTER-STATUS = "00"
               CLOSE CONTACT-MASTER
           END-IF.

           DISPLAY "---------------- AGED DEBTORS -------------------".
           DISPLAY "TOTAL OWED:   " WS-RUN-OWED.
           DISPLAY "  CURRENT:    " WS-RUN-CURRENT.
           DISPLAY "  30 DAYS:    " WS-RUN-30.
           DISPLAY "  60 DAYS:    " WS-RUN-60.
           DISPLAY "  90+ DAYS:   " WS-RUN-90.
           DISPLAY "=================================================".
           DISPLAY "ACCOUNTS REVIEWED: " WS-ACCOUNT-COUNT
               " STATEMENTS: " WS-STATEMENT-COUNT.

           GO TO 900-END-PROGRAM.

      *> First and last day of the statement month - the last day is
      *> the day before the next month's first, so month lengths and
      *> leap years take care of themselves.
       050-SET-PERIOD.
           STRING WS-STATEMENT-MONTH "01" DELIMITED BY SIZE
               INTO WS-PERIOD-START
           END-STRING.
           IF WS-SM-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-SM-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-SM-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-SM-MONTH + 1
           END-IF.
           COMPUTE WS-NEXT-MONTH-NUM =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1.
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1.
           COMPUTE WS-PERIOD-END-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).
           MOVE WS-PERIOD-END-NUM TO WS-PERIOD-END.

      *> A dormant, settled account gets no statement.
       100-STATEMENT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           PERFORM 110-FOLD-ACCOUNT-LEDGER.
           IF WS-MONTH-ROWS > ZERO
               OR WS-CLOSING-BALANCE NOT = ZERO
               ADD 1 TO WS-STATEMENT-COUNT
               PERFORM 120-PRINT-STATEMENT-HEAD
               PERFORM 130-PRINT-AND-AGE
               PERFORM 140-PRINT-STATEMENT-FOOT
           END-IF.
           READ CHARGE-ACCOUNT-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       110-FOLD-ACCOUNT-LEDGER.
           MOVE ZEROES TO WS-OPENING-BALANCE WS-MONTH-CHARGES
               WS-MONTH-PAYMENTS WS-MONTH-CREDITS WS-CLOSING-BALANCE
               WS-TOTAL-CREDITED.
           MOVE ZERO TO WS-MONTH-ROWS.
           OPEN INPUT CHARGE-LEDGER-FILE.
           IF CHARGE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LEDGER-EOF.
           READ CHARGE-LEDGER-FILE
               AT END SET ENDOFLEDGER TO TRUE
           END-READ.
           PERFORM 115-FOLD-ONE-ROW UNTIL ENDOFLEDGER.
           CLOSE CHARGE-LEDGER-FILE.
           COMPUTE WS-CLOSING-BALANCE = WS-OPENING-BALANCE
               + WS-MONTH-CHARGES - WS-MONTH-PAYMENTS
               - WS-MONTH-CREDITS.

       115-FOLD-ONE-ROW.
           IF CL-PHONE = CA-PHONE AND CL-DATE NOT > WS-PERIOD-END
               IF CL-TYPE NOT = "C"
                   ADD CL-AMOUNT TO WS-TOTAL-CREDITED
               END-IF
               IF CL-DATE < WS-PERIOD-START
                   IF CL-TYPE = "C"
                       ADD CL-AMOUNT TO WS-OPENING-BALANCE
                   ELSE
                       SUBTRACT CL-AMOUNT FROM WS-OPENING-BALANCE
                   END-IF
               ELSE
                   ADD 1 TO WS-MONTH-ROWS
                   EVALUATE CL-TYPE
                       WHEN "C"
                           ADD CL-AMOUNT TO WS-MONTH-CHARGES
                       WHEN "P"
                           ADD CL-AMOUNT TO WS-MONTH-PAYMENTS
                       WHEN OTHER
                           ADD CL-AMOUNT TO WS-MONTH-CREDITS
                   END-EVALUATE
               END-IF
           END-IF.
           READ CHARGE-LEDGER-FILE
               AT END SET ENDOFLEDGER TO TRUE
           END-READ.

       120-PRINT-STATEMENT-HEAD.
           MOVE CA-PHONE TO CM-PHONE.
           IF CONTACT-MASTER-STATUS = "00"
               READ CONTACT-MASTER
                   INVALID KEY
                       MOVE SPACES TO CM-TRADING-NAME CM-BILLING-ADDR
               END-READ
           ELSE
               MOVE SPACES TO CM-TRADING-NAME CM-BILLING-ADDR
           END-IF.
           DISPLAY " ".
           DISPLAY "STATEMENT - ACCOUNT " CA-PHONE " " CM-TRADING-NAME.
           DISPLAY "  " CM-BILLING-ADDR.
           DISPLAY "  CREDIT LIMIT " CA-CREDIT-LIMIT
               " STATUS " CA-STATUS.
           DISPLAY "  OPENING BALANCE " WS-PERIOD-START "   "
               WS-OPENING-BALANCE.

      *> Second pass: list the month's movements and age what is
      *> still owed on every charge up to the period end.
       130-PRINT-AND-AGE.
           MOVE ZEROES TO WS-CHARGES-BEFORE WS-AGE-CURRENT WS-AGE-30
               WS-AGE-60 WS-AGE-90.
           OPEN INPUT CHARGE-LEDGER-FILE.
           IF CHARGE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LEDGER-EOF.
           READ CHARGE-LEDGER-FILE
               AT END SET ENDOFLEDGER TO TRUE
           END-READ.
           PERFORM 135-PRINT-ONE-ROW UNTIL ENDOFLEDGER.
           CLOSE CHARGE-LEDGER-FILE.

       135-PRINT-ONE-ROW.
           IF CL-PHONE = CA-PHONE AND CL-DATE NOT > WS-PERIOD-END
               IF CL-DATE NOT < WS-PERIOD-START
                   EVALUATE CL-TYPE
                       WHEN "C"
                           DISPLAY "  " CL-DATE " RECEIPT "
                               CL-RECEIPT-NO "      CHARGED   "
                               CL-AMOUNT
                       WHEN "P"
                           DISPLAY "  " CL-DATE " CHEQUE  "
                               CL-REFERENCE " PAID      "
                               CL-AMOUNT
                       WHEN OTHER
                           DISPLAY "  " CL-DATE " RECEIPT "
                               CL-RECEIPT-NO "      VOIDED    "
                               CL-AMOUNT
                   END-EVALUATE
               END-IF
               IF CL-TYPE = "C"
                   PERFORM 137-AGE-ONE-CHARGE
               END-IF
           END-IF.
           READ CHARGE-LEDGER-FILE
               AT END SET ENDOFLEDGER TO TRUE
           END-READ.

       137-AGE-ONE-CHARGE.
           COMPUTE WS-CHARGE-COVERED =
               WS-TOTAL-CREDITED - WS-CHARGES-BEFORE.
           IF WS-CHARGE-COVERED < ZERO
               MOVE ZEROES TO WS-CHARGE-COVERED
           END-IF.
           IF WS-CHARGE-COVERED > CL-AMOUNT
               MOVE CL-AMOUNT TO WS-CHARGE-COVERED
           END-IF.
           ADD CL-AMOUNT TO WS-CHARGES-BEFORE.
           COMPUTE WS-CHARGE-UNPAID = CL-AMOUNT - WS-CHARGE-COVERED.
           IF WS-CHARGE-UNPAID = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CHARGE-AGE = WS-PERIOD-END-INT
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CL-DATE)).
           EVALUATE TRUE
               WHEN WS-CHARGE-AGE < 30
                   ADD WS-CHARGE-UNPAID TO WS-AGE-CURRENT
               WHEN WS-CHARGE-AGE < 60
                   ADD WS-CHARGE-UNPAID TO WS-AGE-30
               WHEN WS-CHARGE-AGE < 90
                   ADD WS-CHARGE-UNPAID TO WS-AGE-60
               WHEN OTHER
                   ADD WS-CHARGE-UNPAID TO WS-AGE-90
           END-EVALUATE.

      *> An account paid ahead carries a credit the aging cannot
      *> place against any charge - it shows as a negative current.
       140-PRINT-STATEMENT-FOOT.
           IF WS-CLOSING-BALANCE < ZERO
               ADD WS-CLOSING-BALANCE TO WS-AGE-CURRENT
           END-IF.
           DISPLAY "  CHARGES  " WS-MONTH-CHARGES
               "  PAYMENTS " WS-MONTH-PAYMENTS
               "  CREDITS  " WS-MONTH-CREDITS.
           DISPLAY "  CLOSING BALANCE " WS-PERIOD-END "   "
               WS-CLOSING-BALANCE.
           DISPLAY "  CURRENT " WS-AGE-CURRENT
               "  30 DAYS " WS-AGE-30
               "  60 DAYS " WS-AGE-60
               "  90+ DAYS " WS-AGE-90.
           ADD WS-CLOSING-BALANCE TO WS-RUN-OWED.
           ADD WS-AGE-CURRENT TO WS-RUN-CURRENT.
           ADD WS-AGE-30 TO WS-RUN-30.
           ADD WS-AGE-60 TO WS-RUN-60.
           ADD WS-AGE-90 TO WS-RUN-90.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "CHARGE-STATEMENT-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ACCOUNT-COUNT TO RL-READ-COUNT.
           MOVE WS-STATEMENT-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

       END PROGRAM CHARGE-STATEMENT-RUN.
