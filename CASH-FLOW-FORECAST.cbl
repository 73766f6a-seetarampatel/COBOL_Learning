      ******************************************************************
      * Author:
      * Date:
      * Purpose: Thirteen-week cash-flow forecast - the Monday "can we
      *          afford the seasonal order" question, answered off the
      *          files instead of a spreadsheet. Starts from the bank
      *          balance on the last statement (keyed; BANKSTMT.DAT
      *          carries credits, not a balance, but supplies the
      *          statement date) and projects each week that follows:
      *
      *          Cash in:  average takings per weekday over the 13
      *                    weeks of SALESHIST.DAT to the statement;
      *                    loan (monthly) and layaway (weekly)
      *                    installments falling due; fee billings
      *                    still owed, due 30 days after they were
      *                    raised; card charges to the statement date
      *                    the processor has not yet settled.
      *          Cash out: matched supplier invoice lines by their due
      *                    date under the supplier's terms; approved
      *                    open PO lines at expected cost, due on the
      *                    same terms after the promised delivery;
      *                    payroll at the weekly rate of the last
      *                    PAYHOURS.DAT and PAYCOMM.DAT extracts.
      *
      *          Money owed to us and already overdue is left out -
      *          it is shown as arrears under the weeks, not counted
      *          on. Money we owe and is already overdue lands in the
      *          first week. Weeks that close below zero are flagged.
      *          Run-logged like the other batch reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FLOW-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE
               ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-STATEMENT-STATUS.

           SELECT SALES-HISTORY
               ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-HISTORY-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT LAYAWAY-FILE
               ASSIGN TO "LAYAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYAWAY-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT TENDER-LEG-FILE
               ASSIGN TO "TENDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LEG-STATUS.

           SELECT SALES-LOG
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT SETTLEMENT-FILE
               ASSIGN TO "SETTLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-STATUS.

           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO "SUPINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS SUPPLIER-INVOICE-STATUS.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO "PORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PURCHASE-ORDER-STATUS.

           SELECT SUPPLIER-MASTER
               ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS SUPPLIER-MASTER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT PAY-HOURS-FILE
               ASSIGN TO "PAYHOURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HOURS-STATUS.

           SELECT PAYROLL-EXTRACT
               ASSIGN TO "PAYCOMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-EXTRACT-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05 BS-CREDIT-DATE      PIC X(8).
           05 BS-AMOUNT           PIC 9(7)V9(2).

       FD  SALES-HISTORY.
           COPY "SALES-HISTORY.CPY".

       FD  LOAN-FILE.
           COPY "LOAN-ACCOUNT.CPY".

       FD  LAYAWAY-FILE.
           COPY "LAYAWAY-PLAN.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  TENDER-LEG-FILE.
           COPY "TENDER-LEG.CPY".

       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       FD  SETTLEMENT-FILE.
           COPY "CARD-SETTLEMENT.CPY".

       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPPLIER-INVOICE.CPY".

       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER.CPY".

       FD  SUPPLIER-MASTER.
           COPY "SUPPLIER-MASTER.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  PAY-HOURS-FILE.
       01  PAY-HOURS-RECORD.
           05 PH-USER-ID          PIC X(8).
           05 PH-PERIOD-FROM      PIC X(8).
           05 PH-PERIOD-TO        PIC X(8).
           05 PH-TOTAL-HOURS      PIC 9(4)V9(2).
           05 PH-LEAVE-HOURS      PIC 9(4)V9(2).
           05 PH-SICK-HOURS       PIC 9(4)V9(2).

       FD  PAYROLL-EXTRACT.
       01  PAYROLL-EXTRACT-RECORD.
           05 PX-CASHIER-ID       PIC X(8).
           05 PX-PERIOD-FROM      PIC X(8).
           05 PX-PERIOD-TO        PIC X(8).
           05 PX-NET-SALES        PIC S9(9)V9(2).
           05 PX-COMMISSION       PIC S9(7)V9(2).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  BANK-STATEMENT-STATUS  PIC X(2).
       01  SALES-HISTORY-STATUS   PIC X(2).
       01  LOAN-FILE-STATUS       PIC X(2).
       01  LAYAWAY-STATUS         PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  TENDER-LEG-STATUS      PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).
       01  SETTLEMENT-STATUS      PIC X(2).
       01  SUPPLIER-INVOICE-STATUS PIC X(2).
       01  PURCHASE-ORDER-STATUS  PIC X(2).
       01  SUPPLIER-MASTER-STATUS PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  PAY-HOURS-STATUS       PIC X(2).
       01  PAYROLL-EXTRACT-STATUS PIC X(2).
      *> A missed lookup leaves "23" in the status, so whether the
      *> masters opened at all is kept apart from it.
       01  WS-SUPPLIERS-OPEN      PIC X(1) VALUE "N".
       01  WS-ITEMS-OPEN          PIC X(1) VALUE "N".
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

       01  WS-ROWS-READ           PIC 9(7) VALUE ZERO.
       01  WS-BAD-DATE-COUNT      PIC 9(5) VALUE ZERO.

      *> The statement the forecast starts from. Week 1 is the seven
      *> days after it.
       01  WS-DATE-ENTRY          PIC X(8).
       01  WS-STATEMENT-DATE      PIC X(8).
       01  WS-STATEMENT-NUM       PIC 9(8).
       01  WS-STATEMENT-INT       PIC 9(7).
       01  WS-START-INT           PIC 9(7).
       01  WS-END-INT             PIC 9(7).
       01  WS-HISTORY-FROM-INT    PIC 9(7).
       01  WS-CARD-FROM-INT       PIC 9(7).
       01  WS-OPENING-BALANCE     PIC S9(9)V9(2).
       01  WS-HOURLY-RATE         PIC 9(3)V9(2).

      *> Any dated row passes through here: WS-WORK-NUM in, its day
      *> number and forecast week (0 = past the horizon) out.
       01  WS-WORK-NUM            PIC 9(8).
       01  WS-WORK-INT            PIC 9(7).
       01  WS-WORK-WEEK           PIC 9(2).
       01  WS-WORK-AMOUNT         PIC S9(9)V9(2).
       01  WS-WORK-OVERDUE        PIC X(1).

       01  WK-IDX                 PIC 9(2).
       01  WEEK-TABLE.
           05 WEEK-ENTRY OCCURS 13 TIMES.
               10 WK-FROM-DATE    PIC 9(8).
               10 WK-TAKINGS      PIC S9(9)V9(2).
               10 WK-LOANS        PIC S9(9)V9(2).
               10 WK-LAYAWAYS     PIC S9(9)V9(2).
               10 WK-FEES         PIC S9(9)V9(2).
               10 WK-CARDS        PIC S9(9)V9(2).
               10 WK-SUPPLIERS    PIC S9(9)V9(2).
               10 WK-ORDERS       PIC S9(9)V9(2).
               10 WK-PAYROLL      PIC S9(9)V9(2).

      *> Takings by weekday, FUNCTION MOD of the day number - which
      *> weekday is slot 1 does not matter, only that the forecast
      *> days fall into the same slots.
       01  WD-IDX                 PIC 9(1).
       01  WEEKDAY-TABLE.
           05 WEEKDAY-ENTRY OCCURS 7 TIMES.
               10 WD-TOTAL        PIC S9(9)V9(2).
               10 WD-DAYS         PIC 9(3).
       01  WS-DAY-INT             PIC 9(7).
       01  WS-DAY-AVERAGE         PIC S9(9)V9(2).

      *> Installment schedules.
       01  WS-INSTALMENT-NO       PIC 9(3).
       01  WS-MONTH-COUNT         PIC 9(6).
       01  WS-DUE-YEAR            PIC 9(4).
       01  WS-DUE-MONTH           PIC 9(2).
       01  WS-DUE-DAY             PIC 9(2).
       01  WS-LEFT-TO-PAY         PIC S9(9)V9(2).
       01  WS-LOAN-ARREARS        PIC S9(9)V9(2) VALUE ZERO.
       01  WS-LAYAWAY-ARREARS     PIC S9(9)V9(2) VALUE ZERO.
       01  WS-FEE-ARREARS         PIC S9(9)V9(2) VALUE ZERO.

      *> Fee billings by term: charged less paid is still owed, due
      *> 30 days after the term's last charge was raised.
       01  FEE-TERM-COUNT         PIC 9(2) VALUE ZERO.
       01  FEE-TERM-TABLE.
           05 FEE-TERM-ENTRY OCCURS 20 TIMES.
               10 FT-TERM-CODE    PIC X(5).
               10 FT-OWED         PIC S9(9)V9(2).
               10 FT-LAST-CHARGE  PIC X(8).
       01  FT-IDX                 PIC 9(2).
       01  WS-FOUND-IDX           PIC 9(3).

      *> Card charges in the week to the statement date, one entry
      *> per card leg (or per card receipt the leg file does not
      *> know), same shape as CARD-SETTLE-RECON's receipt table.
       01  RECEIPT-COUNT          PIC 9(3) VALUE ZERO.
       01  RECEIPT-TABLE.
           05 RECEIPT-ENTRY OCCURS 500 TIMES INDEXED BY RC-IDX.
               10 RC-RECEIPT-NO   PIC 9(6).
               10 RC-AMOUNT       PIC S9(5)V9(2).
               10 RC-SETTLED      PIC X(1).
       01  WS-CARD-DATE           PIC X(8).

      *> Supplier terms, loaded when the supplier changes.
       01  WS-TERMS-SUPPLIER      PIC X(4) VALUE SPACES.
       01  WS-NET-DAYS            PIC 9(3).
       01  WS-LOOKUP-SUPPLIER     PIC X(4).
       01  WS-OPEN-QTY            PIC 9(5).

      *> Payroll run rate - each extract's total over the days its
      *> periods cover, scaled to a week.
       01  WS-PAY-FROM            PIC X(8).
       01  WS-PAY-TO              PIC X(8).
       01  WS-PAY-DAYS            PIC 9(5).
       01  WS-TOTAL-HOURS         PIC 9(7)V9(2).
       01  WS-TOTAL-COMMISSION    PIC S9(9)V9(2).
       01  WS-WEEKLY-WAGES        PIC S9(9)V9(2) VALUE ZERO.
       01  WS-WEEKLY-COMMISSION   PIC S9(9)V9(2) VALUE ZERO.

      *> The report.
       01  WS-BALANCE             PIC S9(9)V9(2).
       01  WS-WEEK-IN             PIC S9(9)V9(2).
       01  WS-WEEK-OUT            PIC S9(9)V9(2).
       01  WS-LOWEST-BALANCE      PIC S9(9)V9(2).
       01  WS-LOWEST-WEEK         PIC 9(2).
       01  WS-NEGATIVE-WEEKS      PIC 9(2) VALUE ZERO.
       01  WS-OPEN-ED             PIC -(8)9.99.
       01  WS-IN-ED               PIC -(8)9.99.
       01  WS-OUT-ED              PIC -(8)9.99.
       01  WS-CLOSE-ED            PIC -(8)9.99.
       01  WS-ED-1                PIC -(7)9.99.
       01  WS-ED-2                PIC -(7)9.99.
       01  WS-ED-3                PIC -(7)9.99.
       01  WS-ED-4                PIC -(7)9.99.
       01  WS-ED-5                PIC -(7)9.99.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "THIRTEEN-WEEK CASH-FLOW FORECAST".

           PERFORM 050-LAST-STATEMENT-DATE.
           DISPLAY "DATE OF THE LAST BANK STATEMENT (YYYYMMDD, BLANK "
               "FOR " WS-STATEMENT-DATE ")".
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY NOT = SPACES
               MOVE WS-DATE-ENTRY TO WS-STATEMENT-DATE
           END-IF.
           IF WS-STATEMENT-DATE NOT NUMERIC
               DISPLAY "NOT A DATE - NO FORECAST"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-STATEMENT-DATE TO WS-STATEMENT-NUM.
           COMPUTE WS-STATEMENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-STATEMENT-NUM).
           COMPUTE WS-START-INT = WS-STATEMENT-INT + 1.
           COMPUTE WS-END-INT = WS-START-INT + 90.
           COMPUTE WS-HISTORY-FROM-INT = WS-START-INT - 91.
           COMPUTE WS-CARD-FROM-INT = WS-START-INT - 7.

           DISPLAY "CLOSING BALANCE ON THAT STATEMENT (E.G. 12500.00, "
               "-500.00 IF OVERDRAWN)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-OPENING-BALANCE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "AVERAGE HOURLY PAY FOR THE HOURS EXTRACT "
               "(E.G. 11.50)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-HOURLY-RATE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           INITIALIZE WEEK-TABLE.
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13
               COMPUTE WK-FROM-DATE (WK-IDX) = FUNCTION DATE-OF-INTEGER
                   (WS-START-INT + (WK-IDX - 1) * 7)
           END-PERFORM.

           PERFORM 100-PROJECT-TAKINGS.
           PERFORM 200-LOAN-INSTALMENTS.
           PERFORM 250-LAYAWAY-INSTALMENTS.
           PERFORM 300-FEES-DUE.
           PERFORM 350-CARD-PIPELINE.

           OPEN INPUT SUPPLIER-MASTER.
           IF SUPPLIER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-SUPPLIERS-OPEN
           ELSE
               DISPLAY "SUPPLIER MASTER UNAVAILABLE, STATUS "
                   SUPPLIER-MASTER-STATUS
                   " - EVERY SUPPLIER TAKEN AS NET 30"
           END-IF.
           PERFORM 400-SUPPLIER-INVOICES.
           PERFORM 450-OPEN-ORDERS.
           IF WS-SUPPLIERS-OPEN = "Y"
               CLOSE SUPPLIER-MASTER
           END-IF.

           PERFORM 500-PAYROLL.

           PERFORM 600-PRINT-FORECAST.

           GO TO 900-END-PROGRAM.

      *> The bank's export runs in date order; its last row is the
      *> last statement's date, offered as the default.
       050-LAST-STATEMENT-DATE.
           MOVE SPACES TO WS-STATEMENT-DATE.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF BANK-STATEMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ BANK-STATEMENT-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFFILE
               IF BS-CREDIT-DATE > WS-STATEMENT-DATE
                   MOVE BS-CREDIT-DATE TO WS-STATEMENT-DATE
               END-IF
               READ BANK-STATEMENT-FILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BANK-STATEMENT-FILE.

      *> Places WS-WORK-NUM in the horizon. A date before week 1 is
      *> overdue; one after week 13 is past the horizon (week 0).
       080-PLACE-DATE.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-NUM).
           MOVE "N" TO WS-WORK-OVERDUE.
           IF WS-WORK-INT < WS-START-INT
               MOVE "Y" TO WS-WORK-OVERDUE
               MOVE 1 TO WS-WORK-WEEK
           ELSE
               IF WS-WORK-INT > WS-END-INT
                   MOVE ZERO TO WS-WORK-WEEK
               ELSE
                   COMPUTE WS-WORK-WEEK =
                       (WS-WORK-INT - WS-START-INT) / 7 + 1
               END-IF
           END-IF.

      *>****************************************************************
      *> Cash in
      *>****************************************************************
       100-PROJECT-TAKINGS.
           INITIALIZE WEEKDAY-TABLE.
           OPEN INPUT SALES-HISTORY.
           IF SALES-HISTORY-STATUS NOT = "00"
               DISPLAY "NO SALES HISTORY, STATUS " SALES-HISTORY-STATUS
                   " - NO TAKINGS PROJECTED"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ SALES-HISTORY
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 110-TALLY-ONE-DAY UNTIL ENDOFFILE.
           CLOSE SALES-HISTORY.

           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-END-INT
               COMPUTE WD-IDX = FUNCTION MOD(WS-DAY-INT, 7) + 1
               IF WD-DAYS (WD-IDX) > ZERO
                   COMPUTE WS-DAY-AVERAGE ROUNDED =
                       WD-TOTAL (WD-IDX) / WD-DAYS (WD-IDX)
                   COMPUTE WK-IDX = (WS-DAY-INT - WS-START-INT) / 7 + 1
                   ADD WS-DAY-AVERAGE TO WK-TAKINGS (WK-IDX)
               END-IF
           END-PERFORM.

       110-TALLY-ONE-DAY.
           ADD 1 TO WS-ROWS-READ.
           IF SH-DATE IS NUMERIC
               MOVE SH-DATE TO WS-WORK-NUM
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
               IF WS-DAY-INT NOT < WS-HISTORY-FROM-INT
                   AND WS-DAY-INT < WS-START-INT
                   COMPUTE WD-IDX = FUNCTION MOD(WS-DAY-INT, 7) + 1
                   ADD SH-DAILY-TOTAL TO WD-TOTAL (WD-IDX)
                   ADD 1 TO WD-DAYS (WD-IDX)
               END-IF
           END-IF.
           READ SALES-HISTORY
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> Loans are repaid monthly on the day of the month they were
      *> opened (the 28th at the latest), installment by installment
      *> until the term runs out.
       200-LOAN-INSTALMENTS.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ LOAN-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 210-SCHEDULE-ONE-LOAN UNTIL ENDOFFILE.
           CLOSE LOAN-FILE.

       210-SCHEDULE-ONE-LOAN.
           ADD 1 TO WS-ROWS-READ.
           IF LN-STATUS = "O"
               IF LN-OPENED-DATE IS NUMERIC
                   COMPUTE WS-INSTALMENT-NO = LN-PERIODS-POSTED + 1
                   PERFORM 220-ONE-LOAN-INSTALMENT
                       UNTIL WS-INSTALMENT-NO > LN-NUMBER-PERIODS
               ELSE
                   ADD 1 TO WS-BAD-DATE-COUNT
                   DISPLAY "LOAN " LN-LOAN-NO " HAS NO VALID OPENED "
                       "DATE - NOT FORECAST"
               END-IF
           END-IF.
           READ LOAN-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> LN-BALANCE is principal only - the interest still to come
      *> rides in the installments - so each remaining period is
      *> forecast at the full installment.
       220-ONE-LOAN-INSTALMENT.
           MOVE LN-OPENED-DATE(1:4) TO WS-DUE-YEAR.
           MOVE LN-OPENED-DATE(5:2) TO WS-DUE-MONTH.
           MOVE LN-OPENED-DATE(7:2) TO WS-DUE-DAY.
           COMPUTE WS-MONTH-COUNT =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1 + WS-INSTALMENT-NO.
           COMPUTE WS-DUE-YEAR = WS-MONTH-COUNT / 12.
           COMPUTE WS-DUE-MONTH =
               WS-MONTH-COUNT - WS-DUE-YEAR * 12 + 1.
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
           COMPUTE WS-WORK-NUM =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + WS-DUE-DAY.
           PERFORM 080-PLACE-DATE.
           MOVE LN-INSTALLMENT TO WS-WORK-AMOUNT.
           EVALUATE TRUE
               WHEN WS-WORK-OVERDUE = "Y"
                   ADD WS-WORK-AMOUNT TO WS-LOAN-ARREARS
               WHEN WS-WORK-WEEK > ZERO
                   ADD WS-WORK-AMOUNT TO WK-LOANS (WS-WORK-WEEK)
           END-EVALUATE.
           ADD 1 TO WS-INSTALMENT-NO.

      *> Layaways are paid weekly from the day the plan was opened,
      *> never beyond the balance left on the plan.
       250-LAYAWAY-INSTALMENTS.
           OPEN INPUT LAYAWAY-FILE.
           IF LAYAWAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ LAYAWAY-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 260-SCHEDULE-ONE-LAYAWAY UNTIL ENDOFFILE.
           CLOSE LAYAWAY-FILE.

       260-SCHEDULE-ONE-LAYAWAY.
           ADD 1 TO WS-ROWS-READ.
           IF LP-STATUS = "O"
               IF LP-DATE IS NUMERIC
                   MOVE LP-BALANCE TO WS-LEFT-TO-PAY
                   COMPUTE WS-INSTALMENT-NO = LP-PAID-COUNT + 1
                   PERFORM 270-ONE-LAYAWAY-INSTALMENT
                       UNTIL WS-INSTALMENT-NO > LP-TERM
                       OR WS-LEFT-TO-PAY NOT > ZERO
               ELSE
                   ADD 1 TO WS-BAD-DATE-COUNT
                   DISPLAY "LAYAWAY " LP-PLAN-NO " HAS NO VALID DATE "
                       "- NOT FORECAST"
               END-IF
           END-IF.
           READ LAYAWAY-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.

       270-ONE-LAYAWAY-INSTALMENT.
           MOVE LP-DATE TO WS-WORK-NUM.
           COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
                + WS-INSTALMENT-NO * 7).
           PERFORM 080-PLACE-DATE.
           MOVE LP-INSTALLMENT TO WS-WORK-AMOUNT.
           IF WS-WORK-AMOUNT > WS-LEFT-TO-PAY
               MOVE WS-LEFT-TO-PAY TO WS-WORK-AMOUNT
           END-IF.
           SUBTRACT WS-WORK-AMOUNT FROM WS-LEFT-TO-PAY.
           EVALUATE TRUE
               WHEN WS-WORK-OVERDUE = "Y"
                   ADD WS-WORK-AMOUNT TO WS-LAYAWAY-ARREARS
               WHEN WS-WORK-WEEK > ZERO
                   ADD WS-WORK-AMOUNT TO WK-LAYAWAYS (WS-WORK-WEEK)
           END-EVALUATE.
           ADD 1 TO WS-INSTALMENT-NO.

       300-FEES-DUE.
           OPEN INPUT FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ FEE-LEDGER-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 310-TALLY-ONE-FEE UNTIL ENDOFFILE.
           CLOSE FEE-LEDGER-FILE.

           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FEE-TERM-COUNT
               IF FT-OWED (FT-IDX) > ZERO
                   AND FT-LAST-CHARGE (FT-IDX) IS NUMERIC
                   PERFORM 320-PLACE-ONE-TERM
               END-IF
           END-PERFORM.

       310-TALLY-ONE-FEE.
           ADD 1 TO WS-ROWS-READ.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FEE-TERM-COUNT
               IF FT-TERM-CODE (FT-IDX) = FL-TERM-CODE
                   MOVE FT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE FEE-TERM-COUNT TO WS-TB-COUNT
               MOVE 20 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO FEE-TERM-COUNT
                   MOVE FEE-TERM-COUNT TO WS-FOUND-IDX
                   MOVE FL-TERM-CODE TO FT-TERM-CODE (WS-FOUND-IDX)
                   MOVE ZERO TO FT-OWED (WS-FOUND-IDX)
                   MOVE SPACES TO FT-LAST-CHARGE (WS-FOUND-IDX)
               ELSE
                   DISPLAY "FEE TERM TABLE FULL - TERM " FL-TERM-CODE
                       " NOT FORECAST"
               END-IF
           END-IF.
           IF WS-FOUND-IDX > ZERO
               IF FL-TYPE = "C"
                   ADD FL-AMOUNT TO FT-OWED (WS-FOUND-IDX)
                   IF FL-DATE > FT-LAST-CHARGE (WS-FOUND-IDX)
                       MOVE FL-DATE TO FT-LAST-CHARGE (WS-FOUND-IDX)
                   END-IF
               ELSE
                   SUBTRACT FL-AMOUNT FROM FT-OWED (WS-FOUND-IDX)
               END-IF
           END-IF.
           READ FEE-LEDGER-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.

       320-PLACE-ONE-TERM.
           MOVE FT-LAST-CHARGE (FT-IDX) TO WS-WORK-NUM.
           COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-WORK-NUM) + 30).
           PERFORM 080-PLACE-DATE.
           EVALUATE TRUE
               WHEN WS-WORK-OVERDUE = "Y"
                   ADD FT-OWED (FT-IDX) TO WS-FEE-ARREARS
               WHEN WS-WORK-WEEK > ZERO
                   ADD FT-OWED (FT-IDX) TO WK-FEES (WS-WORK-WEEK)
           END-EVALUATE.

      *> Card charges in the week to the statement date that the
      *> processor had not settled by then are money on its way -
      *> taken as arriving in week 1.
       350-CARD-PIPELINE.
           OPEN INPUT TENDER-LEG-FILE.
           IF TENDER-LEG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ TENDER-LEG-FILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM 360-COLLECT-ONE-CARD-LEG UNTIL ENDOFFILE
               CLOSE TENDER-LEG-FILE
           END-IF.

           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ SALES-LOG
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM 370-COLLECT-ONE-CARD-RECEIPT UNTIL ENDOFFILE
               CLOSE SALES-LOG
           END-IF.

           OPEN INPUT SETTLEMENT-FILE.
           IF SETTLEMENT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ SETTLEMENT-FILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM 380-CLEAR-ONE-SETTLEMENT UNTIL ENDOFFILE
               CLOSE SETTLEMENT-FILE
           END-IF.

           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RECEIPT-COUNT
               IF RC-SETTLED (RC-IDX) = "N"
                   ADD RC-AMOUNT (RC-IDX) TO WK-CARDS (1)
               END-IF
           END-PERFORM.

       360-COLLECT-ONE-CARD-LEG.
           ADD 1 TO WS-ROWS-READ.
           IF TN-TENDER-TYPE = "CARD"
               MOVE TN-DATE TO WS-CARD-DATE
               PERFORM 365-CHECK-CARD-DATE
               IF WS-WORK-OVERDUE = "Y"
                   MOVE TN-RECEIPT-NO TO WS-WORK-NUM
                   MOVE TN-APPLIED TO WS-WORK-AMOUNT
                   PERFORM 375-ADD-CARD-ENTRY
               END-IF
           END-IF.
           READ TENDER-LEG-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> Within the week to the statement date (the flag is borrowed
      *> to say so).
       365-CHECK-CARD-DATE.
           MOVE "N" TO WS-WORK-OVERDUE.
           IF WS-CARD-DATE IS NUMERIC
               MOVE WS-CARD-DATE TO WS-WORK-NUM
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
               IF WS-WORK-INT NOT < WS-CARD-FROM-INT
                   AND WS-WORK-INT < WS-START-INT
                   MOVE "Y" TO WS-WORK-OVERDUE
               END-IF
           END-IF.

      *> A receipt's rows repeat its tender block; one already in the
      *> table came in through its legs.
       370-COLLECT-ONE-CARD-RECEIPT.
           ADD 1 TO WS-ROWS-READ.
           IF SL-TENDER-TYPE = "CARD"
               MOVE SL-TIMESTAMP(1:8) TO WS-CARD-DATE
               PERFORM 365-CHECK-CARD-DATE
               IF WS-WORK-OVERDUE = "Y"
                   MOVE ZERO TO WS-FOUND-IDX
                   PERFORM VARYING RC-IDX FROM 1 BY 1
                           UNTIL RC-IDX > RECEIPT-COUNT
                       IF RC-RECEIPT-NO (RC-IDX) = SL-RECEIPT-NO
                           SET WS-FOUND-IDX TO RC-IDX
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-IDX = ZERO
                       MOVE SL-RECEIPT-NO TO WS-WORK-NUM
                       COMPUTE WS-WORK-AMOUNT =
                           SL-AMOUNT-TENDERED - SL-CHANGE-DUE
                       PERFORM 375-ADD-CARD-ENTRY
                   END-IF
               END-IF
           END-IF.
           READ SALES-LOG
               AT END SET ENDOFFILE TO TRUE
           END-READ.

       375-ADD-CARD-ENTRY.
           MOVE RECEIPT-COUNT TO WS-TB-COUNT.
           MOVE 500 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               DISPLAY "CARD TABLE FULL - RECEIPT " WS-WORK-NUM
                   " NOT FORECAST"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RECEIPT-COUNT.
           SET RC-IDX TO RECEIPT-COUNT.
           MOVE WS-WORK-NUM TO RC-RECEIPT-NO (RC-IDX).
           MOVE WS-WORK-AMOUNT TO RC-AMOUNT (RC-IDX).
           MOVE "N" TO RC-SETTLED (RC-IDX).

      *> Only settlements by the statement date are in its balance.
       380-CLEAR-ONE-SETTLEMENT.
           ADD 1 TO WS-ROWS-READ.
           IF ST-DATE NOT > WS-STATEMENT-DATE
               PERFORM VARYING RC-IDX FROM 1 BY 1
                       UNTIL RC-IDX > RECEIPT-COUNT
                   IF RC-RECEIPT-NO (RC-IDX) = ST-RECEIPT-NO
                       AND RC-AMOUNT (RC-IDX) = ST-AMOUNT
                       AND RC-SETTLED (RC-IDX) = "N"
                       MOVE "Y" TO RC-SETTLED (RC-IDX)
                       SET RC-IDX TO RECEIPT-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           READ SETTLEMENT-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *>****************************************************************
      *> Cash out
      *>****************************************************************
      *> Matched lines only - a held line is in dispute, and a paid
      *> one has already left the bank.
       400-SUPPLIER-INVOICES.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF SUPPLIER-INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ SUPPLIER-INVOICE-FILE NEXT
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 410-PLACE-ONE-INVOICE-LINE UNTIL ENDOFFILE.
           CLOSE SUPPLIER-INVOICE-FILE.

       410-PLACE-ONE-INVOICE-LINE.
           ADD 1 TO WS-ROWS-READ.
           IF SI-MATCH-STATUS = "M"
               IF SI-INVOICE-DATE IS NUMERIC
                   MOVE SI-SUPPLIER-CODE TO WS-LOOKUP-SUPPLIER
                   PERFORM 480-LOAD-SUPPLIER-TERMS
                   MOVE SI-INVOICE-DATE TO WS-WORK-NUM
                   COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
                        + WS-NET-DAYS)
                   PERFORM 080-PLACE-DATE
                   IF WS-WORK-WEEK > ZERO
                       ADD SI-LINE-AMOUNT
                           TO WK-SUPPLIERS (WS-WORK-WEEK)
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-DATE-COUNT
                   DISPLAY "INVOICE " SI-INVOICE-NO " FROM "
                       SI-SUPPLIER-CODE " HAS NO VALID DATE - NOT "
                       "FORECAST"
               END-IF
           END-IF.
           READ SUPPLIER-INVOICE-FILE NEXT
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> Approved lines not yet fully received, at the item's cost,
      *> invoiced on the promised delivery date (two weeks after the
      *> order where the supplier never acknowledged it) and paid on
      *> the supplier's terms from there.
       450-OPEN-ORDERS.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PURCHASE-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEMS-OPEN
           ELSE
               DISPLAY "ITEM MASTER UNAVAILABLE, STATUS "
                   ITEM-MASTER-STATUS " - OPEN ORDERS NOT COSTED"
               CLOSE PURCHASE-ORDER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ PURCHASE-ORDER-FILE NEXT
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 460-PLACE-ONE-ORDER-LINE UNTIL ENDOFFILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE ITEM-MASTER.

       460-PLACE-ONE-ORDER-LINE.
           ADD 1 TO WS-ROWS-READ.
           IF (PO-STATUS = "O" OR PO-STATUS = "P")
               AND PO-QTY-ORDERED > PO-QTY-RECEIVED
               PERFORM 470-COST-ONE-ORDER-LINE
           END-IF.
           READ PURCHASE-ORDER-FILE NEXT
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> A consigned item is paid for at settlement, after it sells -
      *> not on delivery.
       470-COST-ONE-ORDER-LINE.
           MOVE PO-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "PO " PO-NUMBER " ITEM " PO-ITEM-CODE
                       " NOT ON ITEM MASTER - NOT FORECAST"
                   EXIT PARAGRAPH
           END-READ.
           IF IM-CONSIGNMENT-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN PO-PROMISED-DATE IS NUMERIC
                   MOVE PO-PROMISED-DATE TO WS-WORK-NUM
               WHEN PO-DATE-RAISED IS NUMERIC
                   MOVE PO-DATE-RAISED TO WS-WORK-NUM
                   COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-WORK-NUM) + 14)
               WHEN OTHER
                   ADD 1 TO WS-BAD-DATE-COUNT
                   DISPLAY "PO " PO-NUMBER " HAS NO VALID DATE - NOT "
                       "FORECAST"
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE PO-SUPPLIER-CODE TO WS-LOOKUP-SUPPLIER.
           PERFORM 480-LOAD-SUPPLIER-TERMS.
           COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-WORK-NUM) + WS-NET-DAYS).
           PERFORM 080-PLACE-DATE.
           COMPUTE WS-OPEN-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED.
           IF WS-WORK-WEEK > ZERO
               COMPUTE WS-WORK-AMOUNT = WS-OPEN-QTY * IM-UNIT-COST
               ADD WS-WORK-AMOUNT TO WK-ORDERS (WS-WORK-WEEK)
           END-IF.

      *> Same terms rule as SUPPLIER-PAYMENT-RUN: a supplier missing
      *> from the master, or one never given terms, is net 30.
       480-LOAD-SUPPLIER-TERMS.
           IF WS-LOOKUP-SUPPLIER = WS-TERMS-SUPPLIER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-SUPPLIER TO WS-TERMS-SUPPLIER.
           MOVE 30 TO WS-NET-DAYS.
           IF WS-SUPPLIERS-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-SUPPLIER TO SUP-SUPPLIER-CODE.
           READ SUPPLIER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SUP-NET-DAYS IS NUMERIC
               AND SUP-NET-DAYS > ZERO
               MOVE SUP-NET-DAYS TO WS-NET-DAYS
           END-IF.

      *> The last hours and commission extracts the payroll service
      *> took, each turned into a weekly figure over the days its
      *> periods cover and carried flat across the thirteen weeks.
      *> Paid leave is wages like hours worked; sickness hours are
      *> paid under their own terms and are not forecast here.
       500-PAYROLL.
           MOVE ZERO TO WS-TOTAL-HOURS.
           MOVE HIGH-VALUES TO WS-PAY-FROM.
           MOVE LOW-VALUES TO WS-PAY-TO.
           OPEN INPUT PAY-HOURS-FILE.
           IF PAY-HOURS-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ PAY-HOURS-FILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFILE
                   ADD 1 TO WS-ROWS-READ
                   ADD PH-TOTAL-HOURS TO WS-TOTAL-HOURS
                   IF PH-LEAVE-HOURS IS NUMERIC
                       ADD PH-LEAVE-HOURS TO WS-TOTAL-HOURS
                   END-IF
                   IF PH-PERIOD-FROM < WS-PAY-FROM
                       MOVE PH-PERIOD-FROM TO WS-PAY-FROM
                   END-IF
                   IF PH-PERIOD-TO > WS-PAY-TO
                       MOVE PH-PERIOD-TO TO WS-PAY-TO
                   END-IF
                   READ PAY-HOURS-FILE
                       AT END SET ENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PAY-HOURS-FILE
               PERFORM 510-PAY-PERIOD-DAYS
               IF WS-PAY-DAYS > ZERO
                   COMPUTE WS-WEEKLY-WAGES ROUNDED =
                       WS-TOTAL-HOURS * WS-HOURLY-RATE * 7
                       / WS-PAY-DAYS
               END-IF
           ELSE
               DISPLAY "NO HOURS EXTRACT, STATUS " PAY-HOURS-STATUS
                   " - NO WAGES FORECAST"
           END-IF.

           MOVE ZERO TO WS-TOTAL-COMMISSION.
           MOVE HIGH-VALUES TO WS-PAY-FROM.
           MOVE LOW-VALUES TO WS-PAY-TO.
           OPEN INPUT PAYROLL-EXTRACT.
           IF PAYROLL-EXTRACT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ PAYROLL-EXTRACT
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFILE
                   ADD 1 TO WS-ROWS-READ
                   ADD PX-COMMISSION TO WS-TOTAL-COMMISSION
                   IF PX-PERIOD-FROM < WS-PAY-FROM
                       MOVE PX-PERIOD-FROM TO WS-PAY-FROM
                   END-IF
                   IF PX-PERIOD-TO > WS-PAY-TO
                       MOVE PX-PERIOD-TO TO WS-PAY-TO
                   END-IF
                   READ PAYROLL-EXTRACT
                       AT END SET ENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-EXTRACT
               PERFORM 510-PAY-PERIOD-DAYS
               IF WS-PAY-DAYS > ZERO
                   COMPUTE WS-WEEKLY-COMMISSION ROUNDED =
                       WS-TOTAL-COMMISSION * 7 / WS-PAY-DAYS
               END-IF
           END-IF.

           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13
               COMPUTE WK-PAYROLL (WK-IDX) =
                   WS-WEEKLY-WAGES + WS-WEEKLY-COMMISSION
           END-PERFORM.

       510-PAY-PERIOD-DAYS.
           MOVE ZERO TO WS-PAY-DAYS.
           IF WS-PAY-FROM IS NUMERIC
               AND WS-PAY-TO IS NUMERIC
               AND WS-PAY-TO NOT < WS-PAY-FROM
               MOVE WS-PAY-TO TO WS-WORK-NUM
               COMPUTE WS-PAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-NUM) + 1
               MOVE WS-PAY-FROM TO WS-WORK-NUM
               COMPUTE WS-PAY-DAYS = WS-PAY-DAYS
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           END-IF.

      *>****************************************************************
      *> The forecast
      *>****************************************************************
       600-PRINT-FORECAST.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE.
           MOVE WS-OPENING-BALANCE TO WS-LOWEST-BALANCE.
           MOVE ZERO TO WS-LOWEST-WEEK.
           DISPLAY "============ 13-WEEK CASH-FLOW FORECAST "
               "============".
           DISPLAY "FROM BANK STATEMENT OF " WS-STATEMENT-DATE.
           DISPLAY "WK WEEK OF        OPENING      CASH IN     CASH OUT"
               "      CLOSING".
           PERFORM 610-PRINT-ONE-WEEK
               VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13.
           DISPLAY "==================================================".
           MOVE WS-LOWEST-BALANCE TO WS-CLOSE-ED.
           IF WS-LOWEST-WEEK = ZERO
               DISPLAY "LOWEST BALANCE: " WS-CLOSE-ED
                   " AT THE STATEMENT"
           ELSE
               DISPLAY "LOWEST BALANCE: " WS-CLOSE-ED " IN WEEK "
                   WS-LOWEST-WEEK
           END-IF.
           DISPLAY "WEEKS CLOSING OVERDRAWN: " WS-NEGATIVE-WEEKS.
           MOVE WS-LOAN-ARREARS TO WS-ED-1.
           MOVE WS-LAYAWAY-ARREARS TO WS-ED-2.
           MOVE WS-FEE-ARREARS TO WS-ED-3.
           DISPLAY "ARREARS NOT COUNTED ON - LOANS " WS-ED-1
               " LAYAWAYS " WS-ED-2.
           DISPLAY "                          FEES  " WS-ED-3.
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY WS-BAD-DATE-COUNT " ROWS WITH NO VALID DATE "
                   "LEFT OUT"
           END-IF.

       610-PRINT-ONE-WEEK.
           COMPUTE WS-WEEK-IN = WK-TAKINGS (WK-IDX)
               + WK-LOANS (WK-IDX) + WK-LAYAWAYS (WK-IDX)
               + WK-FEES (WK-IDX) + WK-CARDS (WK-IDX).
           COMPUTE WS-WEEK-OUT = WK-SUPPLIERS (WK-IDX)
               + WK-ORDERS (WK-IDX) + WK-PAYROLL (WK-IDX).
           MOVE WS-BALANCE TO WS-OPEN-ED.
           COMPUTE WS-BALANCE = WS-BALANCE + WS-WEEK-IN - WS-WEEK-OUT.
           MOVE WS-WEEK-IN TO WS-IN-ED.
           MOVE WS-WEEK-OUT TO WS-OUT-ED.
           MOVE WS-BALANCE TO WS-CLOSE-ED.
           DISPLAY WK-IDX " " WK-FROM-DATE (WK-IDX) " " WS-OPEN-ED
               " " WS-IN-ED " " WS-OUT-ED " " WS-CLOSE-ED.
           MOVE WK-TAKINGS (WK-IDX) TO WS-ED-1.
           MOVE WK-LOANS (WK-IDX) TO WS-ED-2.
           MOVE WK-LAYAWAYS (WK-IDX) TO WS-ED-3.
           MOVE WK-FEES (WK-IDX) TO WS-ED-4.
           MOVE WK-CARDS (WK-IDX) TO WS-ED-5.
           DISPLAY "   IN:  TAKINGS " WS-ED-1 " LOANS " WS-ED-2
               " LAYAWAYS " WS-ED-3.
           DISPLAY "        FEES    " WS-ED-4 " CARDS " WS-ED-5.
           MOVE WK-SUPPLIERS (WK-IDX) TO WS-ED-1.
           MOVE WK-ORDERS (WK-IDX) TO WS-ED-2.
           MOVE WK-PAYROLL (WK-IDX) TO WS-ED-3.
           DISPLAY "   OUT: INVOICES" WS-ED-1 " POS   " WS-ED-2
               " PAYROLL  " WS-ED-3.
           IF WS-BALANCE < ZERO
               ADD 1 TO WS-NEGATIVE-WEEKS
               DISPLAY "   *** WEEK " WK-IDX " CLOSES OVERDRAWN ***"
           END-IF.
           IF WS-BALANCE < WS-LOWEST-BALANCE
               MOVE WS-BALANCE TO WS-LOWEST-BALANCE
               MOVE WK-IDX TO WS-LOWEST-WEEK
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "CASH-FLOW-FORECAST" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROWS-READ TO RL-READ-COUNT.
           MOVE ZERO TO RL-WRITTEN-COUNT.
           MOVE WS-BAD-DATE-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM CASH-FLOW-FORECAST.
