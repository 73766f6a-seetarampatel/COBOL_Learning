      *          and prints an arrears/aging report comparing what the
      *          schedule says should have been paid by now (monthly
      *          periods from the open date) against what actually
      *          has been. Late charges raised by LOAN-COLLECTIONS-RUN
      *          come off a payment first. An account the collections
      *          run has put on the write-off proposal is written off
      *          here to bad debt on a manager's signature, and money
      *          collected on it afterwards is taken as a recovery;
      *          both go to LOANCOLL.DAT for GL-EXPORT and to the
      *          audit trail. A new loan is opened only on a credit
      *          application CREDIT-APPLICATION has approved, for no
      *          more than the limit it suggested.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT LOAN-COLLECTION-FILE
               ASSIGN TO "LOANCOLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-COLLECTION-STATUS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

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
       FD  LOAN-FILE.
           COPY "LOAN-ACCOUNT.CPY".

       FD  LOAN-COLLECTION-FILE.
           COPY "LOAN-COLLECTION.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  CREDIT-APPLICATION-FILE.
           COPY "CREDIT-APPLICATION.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS   PIC X(2).
       01  LOAN-COLLECTION-STATUS PIC X(2).
       01  USER-ROLE-STATUS   PIC X(2).
       01  AUDIT-LOG-STATUS   PIC X(2).
       01  CREDIT-APPLICATION-STATUS PIC X(2).
       01  WS-WANT-MORE       PIC X(1) VALUE "Y".
       01  WS-ACTION          PIC X(1).
       01  WS-LOAN-EOF        PIC X(1).
               10 LE-STATUS         PIC X(1).
               10 LE-SETTLE-REBATE  PIC 9(7)V9(2).
               10 LE-SETTLED-DATE   PIC X(8).
               10 LE-GL-MARKS       PIC X(52).
               10 LE-DUNNING-STAGE  PIC 9(1).
               10 LE-STAGE-DATE     PIC X(8).
               10 LE-CHARGED-PERIODS PIC 9(3).
               10 LE-CHARGES-OWED   PIC 9(7)V9(2).
               10 LE-CHARGES-PAID   PIC 9(7)V9(2).
               10 LE-WRITEOFF-DATE  PIC X(8).
               10 LE-RECOVERED      PIC 9(7)V9(2).
               10 LE-PHONE          PIC 9(10).
               10 LE-APP-NO         PIC 9(5).
       01  LE-IDX             PIC 9(3).
       01  WS-FOUND-IDX       PIC 9(3).
       01  WS-NEXT-LOAN-NO    PIC 9(4).
       01  WS-APP-OK          PIC X(1).
       01  WS-APP-NO          PIC 9(5).
       01  WS-APP-NAME        PIC X(20).
       01  WS-APP-PHONE       PIC 9(10).
       01  WS-APP-LIMIT       PIC 9(7)V9(2).

      *> The quote-side figures, named as FINANCIAL-FUNCTIONS names
      *> them so the two programs read as one piece of arithmetic.

       01  WS-PAYMENT-AMOUNT     PIC 9(7)V99.
       01  WS-OVERPAYMENT        PIC 9(7)V99.
       01  WS-CHARGES-CLEARED    PIC 9(7)V99.
       01  WS-TOWARDS-LOAN       PIC 9(7)V99.

      *> Write-off and recovery. The debt written off is the
      *> principal left plus any late charges still owed; nothing
      *> beyond it can be recovered.
       01  WS-MANAGER-ID         PIC X(8).
       01  WS-MANAGER-SECRET     PIC X(4).
       01  WS-MANAGER-OK         PIC X(1).
       01  WS-DEBT-WRITTEN-OFF   PIC 9(7)V99.
       01  WS-RECOVERABLE        PIC S9(7)V99.
       01  WS-RECOVERY-AMOUNT    PIC 9(7)V99.
       01  WS-AUDIT-AMOUNT-ED    PIC Z(6)9.99.
       01  WS-WRITEOFF-ANSWER    PIC X(1).

      *> Early-settlement figures: payoff is the live balance plus
      *> this period's interest on it - the unearned interest baked
       01  WS-SCHEDULED-TO-DATE  PIC 9(7)V99.
       01  WS-ARREARS            PIC S9(7)V99.
       01  WS-ARREARS-COUNT      PIC 9(3).
       01  WS-INSTALMENTS-PAID   PIC 9(7)V99.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

                   MOVE "Y" TO WS-TABLE-OVERFLOW
                   MOVE "Y" TO WS-LOAN-EOF
               ELSE
                   IF LN-COLLECTION = SPACES
                       INITIALIZE LN-COLLECTION
                   END-IF
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE LN-LOAN-NO TO LE-LOAN-NO (WS-LOAN-COUNT)
                   MOVE LN-CUSTOMER TO LE-CUSTOMER (WS-LOAN-COUNT)
                       TO LE-SETTLE-REBATE (WS-LOAN-COUNT)
                   MOVE LN-SETTLED-DATE
                       TO LE-SETTLED-DATE (WS-LOAN-COUNT)
                   MOVE LN-GL-MARKS TO LE-GL-MARKS (WS-LOAN-COUNT)
                   MOVE LN-DUNNING-STAGE
                       TO LE-DUNNING-STAGE (WS-LOAN-COUNT)
                   MOVE LN-STAGE-DATE TO LE-STAGE-DATE (WS-LOAN-COUNT)
                   MOVE LN-CHARGED-PERIODS
                       TO LE-CHARGED-PERIODS (WS-LOAN-COUNT)
                   MOVE LN-CHARGES-OWED
                       TO LE-CHARGES-OWED (WS-LOAN-COUNT)
                   MOVE LN-CHARGES-PAID
                       TO LE-CHARGES-PAID (WS-LOAN-COUNT)
                   MOVE LN-WRITEOFF-DATE
                       TO LE-WRITEOFF-DATE (WS-LOAN-COUNT)
                   MOVE LN-RECOVERED TO LE-RECOVERED (WS-LOAN-COUNT)
                   IF LN-PHONE NOT NUMERIC
                       MOVE ZERO TO LN-PHONE
                       MOVE ZERO TO LN-APP-NO
                   END-IF
                   MOVE LN-PHONE TO LE-PHONE (WS-LOAN-COUNT)
                   MOVE LN-APP-NO TO LE-APP-NO (WS-LOAN-COUNT)
               END-IF
           END-IF.

       200-ONE-TRANSACTION.
           DISPLAY "ACTION (N=NEW LOAN, P=POST PAYMENT, E=EARLY "
               "SETTLEMENT, S=SCHEDULE, A=ARREARS REPORT, "
               "W=WRITE OFF, R=RECOVERY, X=EXIT)".
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           EVALUATE WS-ACTION
                   PERFORM 500-PRINT-SCHEDULE
               WHEN "A"
                   PERFORM 600-ARREARS-REPORT
               WHEN "W"
                   PERFORM 750-WRITE-OFF-LOAN
               WHEN "R"
                   PERFORM 770-TAKE-RECOVERY
               WHEN "X"
                   MOVE "N" TO WS-WANT-MORE
               WHEN OTHER
           END-EVALUATE.

      ******************************************************************
      * NEW LOAN - the accepted quote becomes an account, on an
      * approved credit application.
      ******************************************************************
       300-OPEN-NEW-LOAN.
           MOVE WS-LOAN-COUNT TO WS-TB-COUNT.
               EXIT PARAGRAPH
           END-IF.

           PERFORM 320-CHECK-APPLICATION.
           IF WS-APP-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "LOAN PRINCIPAL".
           MOVE "N" TO WS-IV-VALID.
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-PRINCIPAL > WS-APP-LIMIT
               DISPLAY "OVER THE APPROVED LIMIT OF " WS-APP-LIMIT
                   " - LOAN NOT OPENED"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LOAN-COUNT.
           MOVE WS-LOAN-COUNT TO WS-FOUND-IDX.
           PERFORM 310-NEXT-LOAN-NUMBER.
           MOVE WS-NEXT-LOAN-NO TO LE-LOAN-NO (WS-FOUND-IDX).
           MOVE WS-APP-NAME TO LE-CUSTOMER (WS-FOUND-IDX).
           MOVE WS-APP-PHONE TO LE-PHONE (WS-FOUND-IDX).
           MOVE WS-APP-NO TO LE-APP-NO (WS-FOUND-IDX).

           DISPLAY "PERIODIC INTEREST RATE (E.G. 0.01 FOR 1%)".
           MOVE "N" TO WS-IV-VALID.
           MOVE "O" TO LE-STATUS (WS-FOUND-IDX).
           MOVE ZERO TO LE-SETTLE-REBATE (WS-FOUND-IDX).
           MOVE SPACES TO LE-SETTLED-DATE (WS-FOUND-IDX).
           MOVE SPACES TO LE-GL-MARKS (WS-FOUND-IDX).
           MOVE ZERO TO LE-DUNNING-STAGE (WS-FOUND-IDX).
           MOVE SPACES TO LE-STAGE-DATE (WS-FOUND-IDX).
           MOVE ZERO TO LE-CHARGED-PERIODS (WS-FOUND-IDX).
           MOVE ZERO TO LE-CHARGES-OWED (WS-FOUND-IDX).
           MOVE ZERO TO LE-CHARGES-PAID (WS-FOUND-IDX).
           MOVE SPACES TO LE-WRITEOFF-DATE (WS-FOUND-IDX).
           MOVE ZERO TO LE-RECOVERED (WS-FOUND-IDX).

           DISPLAY "LOAN " LE-LOAN-NO (WS-FOUND-IDX)
               " OPENED - INSTALLMENT " ANNUITY-INSTALLMENT.
           PERFORM 330-STAMP-APPLICATION.
           PERFORM 550-PRINT-SCHEDULE-FOR-IDX.

       310-NEXT-LOAN-NUMBER.
           END-PERFORM.
           ADD 1 TO WS-NEXT-LOAN-NO.

      *> The application must be a loan application, approved, and
      *> not already used to open an account.
       320-CHECK-APPLICATION.
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
                       WHEN AP-PRODUCT NOT = "L"
                           DISPLAY "NOT A LOAN APPLICATION"
                       WHEN AP-DECISION NOT = "A"
                           DISPLAY "APPLICATION NOT APPROVED - "
                               "DECISION " AP-DECISION
                       WHEN AP-OPENED-DATE NOT = SPACES
                           DISPLAY "APPLICATION ALREADY USED FOR "
                               "ACCOUNT " AP-ACCOUNT-REF
                       WHEN OTHER
                           MOVE "Y" TO WS-APP-OK
                           MOVE AP-APP-NO TO WS-APP-NO
                           MOVE AP-NAME TO WS-APP-NAME
                           MOVE AP-PHONE TO WS-APP-PHONE
                           MOVE AP-LIMIT TO WS-APP-LIMIT
                           DISPLAY "APPROVED FOR " AP-NAME
                               " LIMIT " AP-LIMIT
                   END-EVALUATE
           END-READ.
           CLOSE CREDIT-APPLICATION-FILE.

       330-STAMP-APPLICATION.
           OPEN I-O CREDIT-APPLICATION-FILE.
           IF CREDIT-APPLICATION-STATUS NOT = "00"
               DISPLAY "APPLICATION NOT MARKED USED, STATUS "
                   CREDIT-APPLICATION-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE LE-APP-NO (WS-FOUND-IDX) TO AP-APP-NO.
           READ CREDIT-APPLICATION-FILE
               INVALID KEY
                   DISPLAY "APPLICATION NOT MARKED USED"
               NOT INVALID KEY
                   MOVE WS-TODAY(1:8) TO AP-OPENED-DATE
                   MOVE SPACES TO AP-ACCOUNT-REF
                   MOVE LE-LOAN-NO (WS-FOUND-IDX) TO AP-ACCOUNT-REF
                   REWRITE CREDIT-APPLICATION-RECORD
           END-READ.
           CLOSE CREDIT-APPLICATION-FILE.

      ******************************************************************
      * POST PAYMENT - late charges owed come off first; the rest
      * splits into interest and principal the way the schedule loop
      * does, against the loan's live balance.
      ******************************************************************
       400-POST-PAYMENT.
           PERFORM 450-FIND-OPEN-LOAN.
           END-PERFORM.
           COMPUTE WS-PAYMENT-AMOUNT = FUNCTION NUMVAL-C(WS-IV-INPUT).

           MOVE ZERO TO WS-CHARGES-CLEARED.
           IF LE-CHARGES-OWED (WS-FOUND-IDX) > ZERO
               IF WS-PAYMENT-AMOUNT < LE-CHARGES-OWED (WS-FOUND-IDX)
                   MOVE WS-PAYMENT-AMOUNT TO WS-CHARGES-CLEARED
               ELSE
                   MOVE LE-CHARGES-OWED (WS-FOUND-IDX)
                       TO WS-CHARGES-CLEARED
               END-IF
               SUBTRACT WS-CHARGES-CLEARED
                   FROM LE-CHARGES-OWED (WS-FOUND-IDX)
               ADD WS-CHARGES-CLEARED
                   TO LE-CHARGES-PAID (WS-FOUND-IDX)
           END-IF.
           COMPUTE WS-TOWARDS-LOAN =
               WS-PAYMENT-AMOUNT - WS-CHARGES-CLEARED.

           COMPUTE WS-INTEREST-PORTION ROUNDED =
               LE-BALANCE (WS-FOUND-IDX)
               * LE-PERIOD-RATE (WS-FOUND-IDX).
           IF WS-TOWARDS-LOAN < WS-INTEREST-PORTION
      *> A short payment is all interest - the balance does not move.
               MOVE WS-TOWARDS-LOAN TO WS-INTEREST-PORTION
           END-IF.
           COMPUTE WS-PRINCIPAL-PORTION =
               WS-TOWARDS-LOAN - WS-INTEREST-PORTION.

           MOVE ZERO TO WS-OVERPAYMENT.
           IF WS-PRINCIPAL-PORTION > LE-BALANCE (WS-FOUND-IDX)

           SUBTRACT WS-PRINCIPAL-PORTION
               FROM LE-BALANCE (WS-FOUND-IDX).
           IF WS-TOWARDS-LOAN > ZERO
               ADD 1 TO LE-PERIODS-POSTED (WS-FOUND-IDX)
           END-IF.
           COMPUTE LE-TOTAL-PAID (WS-FOUND-IDX) =
               LE-TOTAL-PAID (WS-FOUND-IDX)
               + WS-PAYMENT-AMOUNT - WS-OVERPAYMENT.

           IF WS-CHARGES-CLEARED > ZERO
               DISPLAY "LATE CHARGES CLEARED " WS-CHARGES-CLEARED
           END-IF.
           DISPLAY "POSTED - INTEREST " WS-INTEREST-PORTION
               " PRINCIPAL " WS-PRINCIPAL-PORTION
               " NEW BALANCE " LE-BALANCE (WS-FOUND-IDX).
           END-IF.

       450-FIND-OPEN-LOAN.
           PERFORM 452-LOOKUP-LOAN.
           IF WS-FOUND-IDX NOT = ZERO
               IF LE-STATUS (WS-FOUND-IDX) = "C"
                   DISPLAY "LOAN " WS-LOOKUP-LOAN
                       " IS PAID OFF AND CLOSED"
                   MOVE ZERO TO WS-FOUND-IDX
               END-IF
           END-IF.
           IF WS-FOUND-IDX NOT = ZERO
               IF LE-STATUS (WS-FOUND-IDX) = "W"
                   DISPLAY "LOAN " WS-LOOKUP-LOAN
                       " IS WRITTEN OFF - TAKE ANY MONEY AS A "
                       "RECOVERY (R)"
                   MOVE ZERO TO WS-FOUND-IDX
               END-IF
           END-IF.

       452-LOOKUP-LOAN.
           DISPLAY "ENTER LOAN NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               DISPLAY "NO SUCH LOAN: " WS-LOOKUP-LOAN
           END-IF.

      ******************************************************************
           DISPLAY "=================================================".

       610-AGE-ONE-LOAN.
           IF LE-STATUS (LE-IDX) = "W"
               DISPLAY "LOAN " LE-LOAN-NO (LE-IDX) " "
                   LE-CUSTOMER (LE-IDX) " - WRITTEN OFF "
                   LE-WRITEOFF-DATE (LE-IDX) ", PRINCIPAL "
                   LE-BALANCE (LE-IDX) ", RECOVERED "
                   LE-RECOVERED (LE-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF LE-STATUS (LE-IDX) NOT = "O"
      *> A settled account still tells its story on the history -
      *> the rebate explains why total paid undershoots the
               MOVE WS-MONTHS-ELAPSED TO WS-DUE-PERIODS
           END-IF.

      *> Late charges paid are money received but not installments.
           COMPUTE WS-SCHEDULED-TO-DATE =
               WS-DUE-PERIODS * LE-INSTALLMENT (LE-IDX).
           COMPUTE WS-INSTALMENTS-PAID =
               LE-TOTAL-PAID (LE-IDX) - LE-CHARGES-PAID (LE-IDX).
           COMPUTE WS-ARREARS =
               WS-SCHEDULED-TO-DATE - WS-INSTALMENTS-PAID.

           IF WS-ARREARS > ZERO
               ADD 1 TO WS-ARREARS-COUNT
               DISPLAY "LOAN " LE-LOAN-NO (LE-IDX) " "
                   LE-CUSTOMER (LE-IDX)
                   " DUE " WS-SCHEDULED-TO-DATE
                   " PAID " WS-INSTALMENTS-PAID
                   " IN ARREARS " WS-ARREARS
                   " (" WS-DUE-PERIODS " PERIODS DUE, "
                   LE-PERIODS-POSTED (LE-IDX) " POSTED)"
               IF LE-CHARGES-OWED (LE-IDX) > ZERO
                   OR LE-DUNNING-STAGE (LE-IDX) > ZERO
                   DISPLAY "     LATE CHARGES OWED "
                       LE-CHARGES-OWED (LE-IDX) " - DUNNING STAGE "
                       LE-DUNNING-STAGE (LE-IDX) " SINCE "
                       LE-STAGE-DATE (LE-IDX)
               END-IF
           ELSE
               DISPLAY "LOAN " LE-LOAN-NO (LE-IDX) " "
                   LE-CUSTOMER (LE-IDX) " - ON SCHEDULE, BALANCE "
           DISPLAY "SETTLED - LOAN CLOSED, REBATE "
               WS-SETTLE-REBATE " RECORDED ON THE ACCOUNT".

      ******************************************************************
      * WRITE-OFF - only an account LOAN-COLLECTIONS-RUN has put on
      * the write-off proposal, and only on a manager's signature.
      * The account closes to bad debt: LN-BALANCE stays as the
      * principal written off, which GL-EXPORT takes out of loans
      * receivable off the W row.
      ******************************************************************
       750-WRITE-OFF-LOAN.
           PERFORM 450-FIND-OPEN-LOAN.
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF LE-DUNNING-STAGE (WS-FOUND-IDX) NOT = 4
               DISPLAY "LOAN " LE-LOAN-NO (WS-FOUND-IDX)
                   " IS NOT ON THE WRITE-OFF PROPOSAL - NOT WRITTEN "
                   "OFF"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DEBT-WRITTEN-OFF =
               LE-BALANCE (WS-FOUND-IDX)
               + LE-CHARGES-OWED (WS-FOUND-IDX).
           DISPLAY "LOAN " LE-LOAN-NO (WS-FOUND-IDX) " "
               LE-CUSTOMER (WS-FOUND-IDX).
           DISPLAY "PRINCIPAL LEFT:      " LE-BALANCE (WS-FOUND-IDX).
           DISPLAY "LATE CHARGES OWED:   "
               LE-CHARGES-OWED (WS-FOUND-IDX).
           DISPLAY "FINAL NOTICE SENT:   "
               LE-STAGE-DATE (WS-FOUND-IDX).
           DISPLAY "WRITE OFF " WS-DEBT-WRITTEN-OFF
               " TO BAD DEBT? (Y/N)".
           ACCEPT WS-WRITEOFF-ANSWER.
           IF WS-WRITEOFF-ANSWER NOT = "Y"
               DISPLAY "NOT WRITTEN OFF"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 790-VERIFY-MANAGER.
           IF WS-MANAGER-OK = "N"
               DISPLAY "WRITE-OFF NEEDS A MANAGER - NOT WRITTEN OFF"
               EXIT PARAGRAPH
           END-IF.

           MOVE "W" TO LE-STATUS (WS-FOUND-IDX).
           MOVE WS-TODAY(1:8) TO LE-WRITEOFF-DATE (WS-FOUND-IDX).

           MOVE SPACES TO LOAN-COLLECTION-RECORD.
           MOVE WS-TODAY(1:8) TO LX-DATE.
           MOVE LE-LOAN-NO (WS-FOUND-IDX) TO LX-LOAN-NO.
           MOVE "W" TO LX-TYPE.
           MOVE LE-BALANCE (WS-FOUND-IDX) TO LX-AMOUNT.
           MOVE WS-MANAGER-ID TO LX-USER-ID.
           PERFORM 780-WRITE-COLLECTION-ROW.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "WRITE-OFF" TO AL-FIELD-NAME.
           MOVE WS-DEBT-WRITTEN-OFF TO WS-AUDIT-AMOUNT-ED.
           MOVE WS-AUDIT-AMOUNT-ED TO AL-OLD-VALUE.
           MOVE "BAD DEBT" TO AL-NEW-VALUE.
           PERFORM 785-AUDIT-LOAN-ACTION.

           DISPLAY "LOAN " LE-LOAN-NO (WS-FOUND-IDX)
               " WRITTEN OFF TO BAD DEBT - " WS-DEBT-WRITTEN-OFF.

      ******************************************************************
      * RECOVERY - money collected on a written-off account. It is
      * bad debt recovered, not a repayment: the account stays
      * written off and GL-EXPORT posts the R row to its own income
      * account.
      ******************************************************************
       770-TAKE-RECOVERY.
           PERFORM 452-LOOKUP-LOAN.
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF LE-STATUS (WS-FOUND-IDX) NOT = "W"
               DISPLAY "LOAN " LE-LOAN-NO (WS-FOUND-IDX)
                   " IS NOT WRITTEN OFF - POST A PAYMENT (P)"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RECOVERABLE =
               LE-BALANCE (WS-FOUND-IDX)
               + LE-CHARGES-OWED (WS-FOUND-IDX)
               - LE-RECOVERED (WS-FOUND-IDX).
           IF WS-RECOVERABLE NOT > ZERO
               DISPLAY "DEBT ALREADY RECOVERED IN FULL"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "WRITTEN OFF " LE-WRITEOFF-DATE (WS-FOUND-IDX)
               " - STILL RECOVERABLE " WS-RECOVERABLE.

           DISPLAY "AMOUNT RECOVERED".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-RECOVERY-AMOUNT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-RECOVERY-AMOUNT = ZERO
               DISPLAY "NOTHING TO POST"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RECOVERY-AMOUNT > WS-RECOVERABLE
               DISPLAY "MORE THAN THE DEBT - ONLY " WS-RECOVERABLE
                   " TAKEN, RETURN THE REST"
               MOVE WS-RECOVERABLE TO WS-RECOVERY-AMOUNT
           END-IF.

           PERFORM 790-VERIFY-MANAGER.
           IF WS-MANAGER-OK = "N"
               DISPLAY "RECOVERY NEEDS A MANAGER - NOT POSTED"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "RECOVERED" TO AL-FIELD-NAME.
           MOVE LE-RECOVERED (WS-FOUND-IDX) TO WS-AUDIT-AMOUNT-ED.
           MOVE WS-AUDIT-AMOUNT-ED TO AL-OLD-VALUE.
           ADD WS-RECOVERY-AMOUNT TO LE-RECOVERED (WS-FOUND-IDX).
           MOVE LE-RECOVERED (WS-FOUND-IDX) TO WS-AUDIT-AMOUNT-ED.
           MOVE WS-AUDIT-AMOUNT-ED TO AL-NEW-VALUE.
           PERFORM 785-AUDIT-LOAN-ACTION.

           MOVE SPACES TO LOAN-COLLECTION-RECORD.
           MOVE WS-TODAY(1:8) TO LX-DATE.
           MOVE LE-LOAN-NO (WS-FOUND-IDX) TO LX-LOAN-NO.
           MOVE "R" TO LX-TYPE.
           MOVE WS-RECOVERY-AMOUNT TO LX-AMOUNT.
           MOVE WS-MANAGER-ID TO LX-USER-ID.
           PERFORM 780-WRITE-COLLECTION-ROW.

           DISPLAY "RECOVERED " WS-RECOVERY-AMOUNT " - TOTAL "
               "RECOVERED " LE-RECOVERED (WS-FOUND-IDX).

       780-WRITE-COLLECTION-ROW.
           OPEN EXTEND LOAN-COLLECTION-FILE.
           IF LOAN-COLLECTION-STATUS = "05"
               OR LOAN-COLLECTION-STATUS = "35"
               OPEN OUTPUT LOAN-COLLECTION-FILE
           END-IF.
           WRITE LOAN-COLLECTION-RECORD.
           CLOSE LOAN-COLLECTION-FILE.

      *> Caller fills the field, old and new values.
       785-AUDIT-LOAN-ACTION.
           MOVE WS-MANAGER-ID TO AL-USER-ID.
           MOVE "LOAN" TO AL-RECORD-TYPE.
           MOVE LE-LOAN-NO (WS-FOUND-IDX) TO AL-KEY-VALUE.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDIT-LOG.

      *> SAFE-LEDGER's signature check: UR-ROLE "M" and the secret
      *> code on USERROLE.DAT.
       790-VERIFY-MANAGER.
           MOVE "N" TO WS-MANAGER-OK.
           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER, STATUS " USER-ROLE-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MANAGER ID".
           ACCEPT WS-MANAGER-ID.
           DISPLAY "MANAGER SECRET CODE".
           ACCEPT WS-MANAGER-SECRET.
           MOVE WS-MANAGER-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "MANAGER ID NOT ON FILE"
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
           CLOSE USER-ROLE-FILE.

       800-REWRITE-LOAN-FILE.
           OPEN OUTPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
               MOVE LE-STATUS (LE-IDX) TO LN-STATUS
               MOVE LE-SETTLE-REBATE (LE-IDX) TO LN-SETTLE-REBATE
               MOVE LE-SETTLED-DATE (LE-IDX) TO LN-SETTLED-DATE
               MOVE LE-GL-MARKS (LE-IDX) TO LN-GL-MARKS
               MOVE LE-DUNNING-STAGE (LE-IDX) TO LN-DUNNING-STAGE
               MOVE LE-STAGE-DATE (LE-IDX) TO LN-STAGE-DATE
               MOVE LE-CHARGED-PERIODS (LE-IDX) TO LN-CHARGED-PERIODS
               MOVE LE-CHARGES-OWED (LE-IDX) TO LN-CHARGES-OWED
               MOVE LE-CHARGES-PAID (LE-IDX) TO LN-CHARGES-PAID
               MOVE LE-WRITEOFF-DATE (LE-IDX) TO LN-WRITEOFF-DATE
               MOVE LE-RECOVERED (LE-IDX) TO LN-RECOVERED
               MOVE LE-PHONE (LE-IDX) TO LN-PHONE
               MOVE LE-APP-NO (LE-IDX) TO LN-APP-NO
               WRITE LOAN-ACCOUNT-RECORD
           END-PERFORM.
           CLOSE LOAN-FILE.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".
