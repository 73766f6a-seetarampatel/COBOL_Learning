      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loan collections. LOAN-ACCOUNTS' arrears report
      *          stopped at a list; this run follows it up. Every
      *          installment still unpaid LOAN_GRACE_DAYS after it
      *          fell due carries a LOAN_LATE_CHARGE, once. An
      *          account in arrears climbs the dunning ladder - a
      *          friendly reminder, then a formal demand, then a final
      *          notice, LOAN_LETTER_DAYS apart - and each
      *          letter is spooled for SPOOL-VIEWER. An account still
      *          in arrears that long after its final notice goes on
      *          the write-off proposal for a manager to write off at
      *          the LOAN-ACCOUNTS desk. An account that catches up
      *          drops off the ladder. Charges, letters and proposals
      *          are logged to LOANCOLL.DAT. Rerunning a date charges
      *          and writes nothing twice. The three settings come
      *          from PARAMS.DAT as in force on the run date (default
      *          10 days, 10.00 and 14 days). Run-logged like the
      *          other batch programs, with the settings applied on
      *          the run-log row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLECTIONS-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO "LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

      *> The loan ledger is rewritten through a work file, the same
      *> shape as LAYAWAY's plan rewrite.
           SELECT LOAN-WORK-FILE
               ASSIGN TO "LOANACCT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-WORK-STATUS.

           SELECT LOAN-COLLECTION-FILE
               ASSIGN TO "LOANCOLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-COLLECTION-STATUS.

           SELECT REPORT-SPOOL
               ASSIGN TO "REPORTS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT SPOOL-CATALOG
               ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY "LOAN-ACCOUNT.CPY".

       FD  LOAN-WORK-FILE.
       01  LOAN-WORK-RECORD       PIC X(213).

       FD  LOAN-COLLECTION-FILE.
           COPY "LOAN-COLLECTION.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  LOAN-FILE-STATUS       PIC X(2).
       01  LOAN-WORK-STATUS       PIC X(2).
       01  LOAN-COLLECTION-STATUS PIC X(2).
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

       01  WS-RUN-DATE            PIC X(8).
       01  WS-DATE-ENTRY          PIC X(8).
       01  WS-RUN-INT             PIC 9(7).
       01  WS-GRACE-DAYS          PIC 9(3) VALUE 10.
       01  WS-LATE-CHARGE         PIC 9(5)V9(2) VALUE 10.00.
       01  WS-LETTER-DAYS         PIC 9(3) VALUE 14.
       01  WS-PARAM-NUM           PIC 9(5)V9(2).
       01  WS-PARAM-SET           PIC X(1).

      *> An installment falls due on the opened day of each month
      *> after the loan opened; it counts as late once the grace days
      *> have run past that.
       01  WS-GRACED-NUM          PIC 9(8).
       01  WS-GRACED-PARTS REDEFINES WS-GRACED-NUM.
           05 WS-GRACED-YEAR      PIC 9(4).
           05 WS-GRACED-MONTH     PIC 9(2).
           05 WS-GRACED-DAY       PIC 9(2).
       01  WS-OPENED-NUM          PIC 9(8).
       01  WS-OPENED-PARTS REDEFINES WS-OPENED-NUM.
           05 WS-OPENED-YEAR      PIC 9(4).
           05 WS-OPENED-MONTH     PIC 9(2).
           05 WS-OPENED-DAY       PIC 9(2).
       01  WS-MONTHS-ELAPSED      PIC S9(5).
       01  WS-DUE-PERIODS         PIC 9(3).
       01  WS-COVERED-PERIODS     PIC 9(5).
       01  WS-LATE-PERIODS        PIC S9(5).
       01  WS-CHARGE-FROM         PIC 9(3).
       01  WS-NEW-CHARGES         PIC 9(3).
       01  WS-CHARGE-AMOUNT       PIC 9(7)V9(2).
       01  WS-INSTALMENTS-PAID    PIC S9(7)V9(2).
       01  WS-ARREARS             PIC S9(7)V9(2).
       01  WS-STAGE-NUM           PIC 9(8).
       01  WS-STAGE-INT           PIC 9(7).
       01  WS-NEXT-STEP-DUE       PIC X(1).

       01  WS-LOANS-READ          PIC 9(5) VALUE ZERO.
       01  WS-IN-ARREARS          PIC 9(5) VALUE ZERO.
       01  WS-CHARGED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-CHARGES-RAISED      PIC 9(7)V9(2) VALUE ZERO.
       01  WS-LETTER-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CAUGHT-UP           PIC 9(5) VALUE ZERO.
       01  WS-ROWS-LOGGED         PIC 9(5) VALUE ZERO.

      *> Accounts on the write-off proposal, printed after the
      *> letters.
       01  WS-PROPOSAL-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-PROPOSAL-TABLE.
           05 PROPOSAL-ENTRY OCCURS 100 TIMES INDEXED BY PR-IDX.
               10 PR-LOAN-NO       PIC 9(4).
               10 PR-CUSTOMER      PIC X(20).
               10 PR-BALANCE       PIC 9(7)V9(2).
               10 PR-CHARGES       PIC 9(7)V9(2).
               10 PR-ARREARS       PIC S9(7)V9(2).
               10 PR-FINAL-DATE    PIC X(8).
       01  WS-PROPOSAL-TOTAL      PIC 9(9)V9(2).

       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-EOF           PIC X(1).
       01  WS-SPOOL-NAME          PIC X(20).
       01  WS-AMOUNT-ED           PIC Z(6)9.99.
       01  WS-AMOUNT-ED-2         PIC Z(6)9.99.
       01  WS-TOTAL-ED            PIC Z(8)9.99.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "LOAN COLLECTIONS RUN".

           DISPLAY "RUN DATE (YYYYMMDD, BLANK FOR TODAY)".
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-RL-START-STAMP(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-DATE-ENTRY TO WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY "NOT A DATE - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-RUN-DATE)).

           PERFORM 050-LOAD-SETTINGS.

           COMPUTE WS-GRACED-NUM = FUNCTION DATE-OF-INTEGER
               (WS-RUN-INT - WS-GRACE-DAYS).

           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
               DISPLAY "NO LOANACCT.DAT, STATUS " LOAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN OUTPUT LOAN-WORK-FILE.
           OPEN EXTEND LOAN-COLLECTION-FILE.
           IF LOAN-COLLECTION-STATUS = "05"
               OR LOAN-COLLECTION-STATUS = "35"
               OPEN OUTPUT LOAN-COLLECTION-FILE
           END-IF.
           PERFORM 850-OPEN-SPOOL.

           READ LOAN-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 100-WORK-ONE-LOAN UNTIL ENDOFFILE.

           CLOSE LOAN-FILE.
           CLOSE LOAN-WORK-FILE.
           CLOSE LOAN-COLLECTION-FILE.

           PERFORM 500-SPOOL-PROPOSAL.
           PERFORM 880-CLOSE-SPOOL.

           PERFORM 700-COPY-BACK-LOANS.

           DISPLAY "============ LOAN COLLECTIONS " WS-RUN-DATE
               " ============".
           DISPLAY "LOANS READ:            " WS-LOANS-READ.
           DISPLAY "IN ARREARS:            " WS-IN-ARREARS.
           MOVE WS-CHARGES-RAISED TO WS-AMOUNT-ED.
           DISPLAY "LATE CHARGES RAISED:   " WS-AMOUNT-ED
               " ON " WS-CHARGED-COUNT " LOANS".
           DISPLAY "LETTERS SPOOLED:       " WS-LETTER-COUNT.
           DISPLAY "ON WRITE-OFF PROPOSAL: " WS-PROPOSAL-COUNT.
           DISPLAY "BACK ON SCHEDULE:      " WS-CAUGHT-UP.

           GO TO 900-END-PROGRAM.

      ******************************************************************
      * Grace days, late charge and letter interval from PARAMS.DAT,
      * as in force on the run date, when set to something they can
      * hold - otherwise the defaults.
      ******************************************************************
       050-LOAD-SETTINGS.
           MOVE WS-RUN-DATE TO WS-PM-AS-OF.

           MOVE "LOAN_GRACE_DAYS" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM NOT > 999
               MOVE WS-PARAM-NUM TO WS-GRACE-DAYS
           END-IF.
           MOVE WS-GRACE-DAYS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "LOAN_LATE_CHARGE" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y"
               MOVE WS-PARAM-NUM TO WS-LATE-CHARGE
           END-IF.
           MOVE WS-LATE-CHARGE TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "LOAN_LETTER_DAYS" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM NOT > 999
               MOVE WS-PARAM-NUM TO WS-LETTER-DAYS
           END-IF.
           MOVE WS-LETTER-DAYS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

       060-NUMBER-PARAMETER.
           MOVE ZERO TO WS-PARAM-NUM.
           MOVE "N" TO WS-PARAM-SET.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               MOVE WS-PM-VALUE TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
               IF WS-IV-VALID = "Y"
                   COMPUTE WS-PARAM-NUM =
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
                   MOVE "Y" TO WS-PARAM-SET
               END-IF
           END-IF.

      ******************************************************************
      * One account: charge what is newly late, then move it up (or
      * off) the dunning ladder.
      ******************************************************************
       100-WORK-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ.
           IF LN-COLLECTION = SPACES
               INITIALIZE LN-COLLECTION
           END-IF.
           IF LN-STATUS = "O" AND LN-OPENED-DATE IS NUMERIC
               AND LN-INSTALLMENT > ZERO
               PERFORM 110-MEASURE-ARREARS
               PERFORM 120-APPLY-LATE-CHARGES
               PERFORM 130-STEP-DUNNING
           END-IF.
           WRITE LOAN-WORK-RECORD FROM LOAN-ACCOUNT-RECORD.
           READ LOAN-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> Installments due by the graced date against the installments
      *> actually paid - late charges paid are money received, but
      *> not installments.
       110-MEASURE-ARREARS.
           MOVE LN-OPENED-DATE TO WS-OPENED-NUM.
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-GRACED-YEAR - WS-OPENED-YEAR) * 12
               + WS-GRACED-MONTH - WS-OPENED-MONTH.
           IF WS-GRACED-DAY < WS-OPENED-DAY
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
           COMPUTE WS-LATE-PERIODS =
               WS-DUE-PERIODS - WS-COVERED-PERIODS.
           IF WS-LATE-PERIODS < ZERO
               MOVE ZERO TO WS-LATE-PERIODS
           END-IF.
           COMPUTE WS-ARREARS =
               WS-DUE-PERIODS * LN-INSTALLMENT - WS-INSTALMENTS-PAID.
           IF WS-ARREARS < ZERO
               MOVE ZERO TO WS-ARREARS
           END-IF.

      *> Each late installment is charged once: only those past the
      *> last one charged, and past what the payments cover.
       120-APPLY-LATE-CHARGES.
           IF WS-LATE-PERIODS = ZERO OR WS-LATE-CHARGE = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF LN-CHARGED-PERIODS > WS-COVERED-PERIODS
               MOVE LN-CHARGED-PERIODS TO WS-CHARGE-FROM
           ELSE
               MOVE WS-COVERED-PERIODS TO WS-CHARGE-FROM
           END-IF.
           IF WS-DUE-PERIODS NOT > WS-CHARGE-FROM
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-CHARGES = WS-DUE-PERIODS - WS-CHARGE-FROM.
           COMPUTE WS-CHARGE-AMOUNT = WS-NEW-CHARGES * WS-LATE-CHARGE.
           ADD WS-CHARGE-AMOUNT TO LN-CHARGES-OWED.
           MOVE WS-DUE-PERIODS TO LN-CHARGED-PERIODS.
           ADD 1 TO WS-CHARGED-COUNT.
           ADD WS-CHARGE-AMOUNT TO WS-CHARGES-RAISED.
           MOVE "C" TO LX-TYPE.
           MOVE WS-CHARGE-AMOUNT TO LX-AMOUNT.
           PERFORM 400-LOG-COLLECTION-ROW.

      *> Late installments or unpaid charges keep an account on the
      *> ladder; the next rung is reached the letter-days after the
      *> last one. Neither keeps it off.
       130-STEP-DUNNING.
           IF WS-LATE-PERIODS = ZERO AND LN-CHARGES-OWED = ZERO
               IF LN-DUNNING-STAGE > ZERO
                   MOVE ZERO TO LN-DUNNING-STAGE
                   MOVE SPACES TO LN-STAGE-DATE
                   ADD 1 TO WS-CAUGHT-UP
                   DISPLAY "LOAN " LN-LOAN-NO " " LN-CUSTOMER
                       " - BACK ON SCHEDULE"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-IN-ARREARS.
           ADD LN-CHARGES-OWED TO WS-ARREARS.

           MOVE "N" TO WS-NEXT-STEP-DUE.
           IF LN-DUNNING-STAGE = ZERO OR LN-STAGE-DATE NOT NUMERIC
               MOVE "Y" TO WS-NEXT-STEP-DUE
           ELSE
               MOVE LN-STAGE-DATE TO WS-STAGE-NUM
               COMPUTE WS-STAGE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-STAGE-NUM)
               IF WS-RUN-INT NOT < WS-STAGE-INT + WS-LETTER-DAYS
                   MOVE "Y" TO WS-NEXT-STEP-DUE
               END-IF
           END-IF.

           IF WS-NEXT-STEP-DUE = "Y" AND LN-DUNNING-STAGE < 4
               ADD 1 TO LN-DUNNING-STAGE
               MOVE WS-RUN-DATE TO LN-STAGE-DATE
               IF LN-DUNNING-STAGE = 4
                   MOVE "P" TO LX-TYPE
               ELSE
                   MOVE LN-DUNNING-STAGE TO LX-TYPE
                   PERFORM 200-SPOOL-LETTER
               END-IF
               MOVE WS-ARREARS TO LX-AMOUNT
               PERFORM 400-LOG-COLLECTION-ROW
           END-IF.

           IF LN-DUNNING-STAGE = 4
               PERFORM 140-ADD-TO-PROPOSAL
           END-IF.

       140-ADD-TO-PROPOSAL.
           MOVE WS-PROPOSAL-COUNT TO WS-TB-COUNT.
           MOVE 100 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               DISPLAY "LOAN " LN-LOAN-NO " NOT ON THE PRINTED "
                   "PROPOSAL - STILL AT STAGE 4 ON THE ACCOUNT"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PROPOSAL-COUNT.
           SET PR-IDX TO WS-PROPOSAL-COUNT.
           MOVE LN-LOAN-NO TO PR-LOAN-NO (PR-IDX).
           MOVE LN-CUSTOMER TO PR-CUSTOMER (PR-IDX).
           MOVE LN-BALANCE TO PR-BALANCE (PR-IDX).
           MOVE LN-CHARGES-OWED TO PR-CHARGES (PR-IDX).
           MOVE WS-ARREARS TO PR-ARREARS (PR-IDX).
           MOVE LN-STAGE-DATE TO PR-FINAL-DATE (PR-IDX).

      ******************************************************************
      * The letters - one spooled document each, worded for the rung.
      ******************************************************************
       200-SPOOL-LETTER.
           MOVE SPACES TO WS-SPOOL-NAME.
           EVALUATE LN-DUNNING-STAGE
               WHEN 1
                   STRING "REMINDER LOAN " LN-LOAN-NO
                       DELIMITED BY SIZE INTO WS-SPOOL-NAME
               WHEN 2
                   STRING "DEMAND LOAN " LN-LOAN-NO
                       DELIMITED BY SIZE INTO WS-SPOOL-NAME
               WHEN OTHER
                   STRING "FINAL NOTICE " LN-LOAN-NO
                       DELIMITED BY SIZE INTO WS-SPOOL-NAME
           END-EVALUATE.
           PERFORM 865-START-DOCUMENT.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "LOAN ACCOUNT " LN-LOAN-NO "           DATE "
               WS-RUN-DATE DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "TO: " LN-CUSTOMER DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

           EVALUATE LN-DUNNING-STAGE
               WHEN 1
                   PERFORM 210-REMINDER-WORDING
               WHEN 2
                   PERFORM 220-DEMAND-WORDING
               WHEN OTHER
                   PERFORM 230-FINAL-NOTICE-WORDING
           END-EVALUATE.

           MOVE SPACES TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           COMPUTE WS-AMOUNT-ED = WS-ARREARS - LN-CHARGES-OWED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "INSTALLMENTS OVERDUE:      " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE LN-CHARGES-OWED TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "LATE CHARGES:              " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE WS-ARREARS TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "AMOUNT NOW DUE:            " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "PAYMENTS CAN BE MADE AT ANY TILL. IF YOU HAVE PAID IN"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "THE LAST FEW DAYS, PLEASE DISREGARD THIS LETTER."
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-DOCUMENT.
           ADD 1 TO WS-LETTER-COUNT.

       210-REMINDER-WORDING.
           MOVE "A FRIENDLY REMINDER" TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "OUR RECORDS SHOW THAT YOUR LOAN REPAYMENTS HAVE FALLEN"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "BEHIND. PLEASE BRING THE ACCOUNT UP TO DATE AT YOUR"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "EARLIEST CONVENIENCE." TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

       220-DEMAND-WORDING.
           MOVE "FORMAL DEMAND FOR PAYMENT" TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "WE WROTE TO YOU ABOUT THE ARREARS ON THIS ACCOUNT AND"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "THEY HAVE NOT BEEN PAID. WE REQUIRE PAYMENT IN FULL "
               "WITHIN " WS-LETTER-DAYS " DAYS."
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "A LATE CHARGE IS ADDED FOR EVERY INSTALLMENT MISSED."
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

       230-FINAL-NOTICE-WORDING.
           MOVE "FINAL NOTICE" TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "DESPITE OUR REMINDER AND FORMAL DEMAND THE ARREARS ON"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "THIS ACCOUNT REMAIN UNPAID. UNLESS THEY ARE PAID "
               "WITHIN " WS-LETTER-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "THE ACCOUNT WILL BE CLOSED AND THE WHOLE BALANCE"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE LN-BALANCE TO WS-AMOUNT-ED.
           STRING "OF " WS-AMOUNT-ED " PLUS CHARGES PURSUED AS A BAD "
               "DEBT." DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

       400-LOG-COLLECTION-ROW.
           MOVE WS-RUN-DATE TO LX-DATE.
           MOVE LN-LOAN-NO TO LX-LOAN-NO.
           MOVE SPACES TO LX-USER-ID.
           MOVE SPACES TO LX-GL-DATE.
           WRITE LOAN-COLLECTION-RECORD.
           ADD 1 TO WS-ROWS-LOGGED.

      ******************************************************************
      * The write-off proposal - every account past its final notice,
      * for a manager to write off at the LOAN-ACCOUNTS desk.
      ******************************************************************
       500-SPOOL-PROPOSAL.
           IF WS-PROPOSAL-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "WRITE-OFF PROPOSAL" TO WS-SPOOL-NAME.
           PERFORM 865-START-DOCUMENT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "LOAN WRITE-OFF PROPOSAL - COLLECTIONS RUN "
               WS-RUN-DATE DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "LOAN CUSTOMER              PRINCIPAL    CHARGES  "
               "FINAL NOTICE" DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE ZERO TO WS-PROPOSAL-TOTAL.
           PERFORM 510-PROPOSAL-LINE
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PROPOSAL-COUNT.
           MOVE WS-PROPOSAL-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "TOTAL DEBT PROPOSED FOR WRITE-OFF: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "WRITE OFF AT THE LOAN DESK (W) - MANAGER SIGNATURE "
               "REQUIRED" DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-DOCUMENT.

       510-PROPOSAL-LINE.
           MOVE PR-BALANCE (PR-IDX) TO WS-AMOUNT-ED.
           MOVE PR-CHARGES (PR-IDX) TO WS-AMOUNT-ED-2.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING PR-LOAN-NO (PR-IDX) " " PR-CUSTOMER (PR-IDX) " "
               WS-AMOUNT-ED " " WS-AMOUNT-ED-2 "  "
               PR-FINAL-DATE (PR-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           ADD PR-BALANCE (PR-IDX) TO WS-PROPOSAL-TOTAL.
           ADD PR-CHARGES (PR-IDX) TO WS-PROPOSAL-TOTAL.

       700-COPY-BACK-LOANS.
           OPEN INPUT LOAN-WORK-FILE.
           OPEN OUTPUT LOAN-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           READ LOAN-WORK-FILE INTO LOAN-ACCOUNT-RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFFILE
               WRITE LOAN-ACCOUNT-RECORD
               READ LOAN-WORK-FILE INTO LOAN-ACCOUNT-RECORD
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LOAN-WORK-FILE.
           CLOSE LOAN-FILE.

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

       860-SPOOL-LINE.
           IF SPOOL-STATUS = "00"
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
               MOVE WS-RUN-DATE TO SC-RUN-DATE
               MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
               MOVE "LOAN-COLLECTIONS-RUN" TO SC-PROGRAM
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

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "LOAN-COLLECTIONS-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-LOANS-READ TO RL-READ-COUNT.
           MOVE WS-ROWS-LOGGED TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-PM-USED TO RL-PARAMETERS.
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

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM LOAN-COLLECTIONS-RUN.
