      *          cross-foot the result against the counted total, print
      *          the deposit slip, and append one DEPOSIT.DAT row per
      *          day for later ticking off against the bank statement.
      *          The day's register tender legs (TENDER.DAT) are
      *          totalled by tender first, so the slip shows how the
      *          takings split - only the cash share goes in the bag;
      *          card, gift-card, points and house-account value
      *          never do.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-FILE-STATUS.

           SELECT TENDER-LEG-FILE
               ASSIGN TO "TENDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FILE.
           COPY "DEPOSIT-RECORD.CPY".

       FD  TENDER-LEG-FILE.
           COPY "TENDER-LEG.CPY".

       WORKING-STORAGE SECTION.
       01  DEPOSIT-FILE-STATUS    PIC X(2).
       01  TENDER-LEG-STATUS      PIC X(2).
       01  WS-LEG-EOF             PIC X(1) VALUE "N".

      *> Today's takings by tender, home currency, net of change.
       01  WS-TENDER-CASH         PIC S9(7)V9(2) VALUE ZEROES.
       01  WS-TENDER-CARD         PIC S9(7)V9(2) VALUE ZEROES.
       01  WS-TENDER-GIFT         PIC S9(7)V9(2) VALUE ZEROES.
       01  WS-TENDER-POINTS       PIC S9(7)V9(2) VALUE ZEROES.
       01  WS-TENDER-ACCT         PIC S9(7)V9(2) VALUE ZEROES.
       01  WS-TENDER-PAYR         PIC S9(7)V9(2) VALUE ZEROES.

      *> Note and coin values, loaded from a literal the same way
      *> CASH-REGISTER-TASK-37 loads DISCOUNT-SCHEDULE - largest
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEPOSIT PREPARATION".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 050-TOTAL-TENDER-LEGS.
           DISPLAY "CASH TENDERED AT THE REGISTERS TODAY: "
               WS-TENDER-CASH.
           DISPLAY "ENTER TOTAL CASH COUNTED AT CLOSE".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               END-IF
           END-IF.

      *> Folds today's tender legs into one figure per tender. A
      *> store with no leg file yet simply shows zeroes.
       050-TOTAL-TENDER-LEGS.
           OPEN INPUT TENDER-LEG-FILE.
           IF TENDER-LEG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LEG-EOF.
           READ TENDER-LEG-FILE
               AT END MOVE "Y" TO WS-LEG-EOF
           END-READ.
           PERFORM 055-FOLD-ONE-LEG UNTIL WS-LEG-EOF = "Y".
           CLOSE TENDER-LEG-FILE.

       055-FOLD-ONE-LEG.
           IF TN-DATE = WS-TODAY
               EVALUATE TN-TENDER-TYPE
                   WHEN "CASH"
                       ADD TN-APPLIED-HOME TO WS-TENDER-CASH
                   WHEN "CARD"
                       ADD TN-APPLIED-HOME TO WS-TENDER-CARD
                   WHEN "GIFT"
                       ADD TN-APPLIED-HOME TO WS-TENDER-GIFT
                   WHEN "PNTS"
                       ADD TN-APPLIED-HOME TO WS-TENDER-POINTS
                   WHEN "ACCT"
                       ADD TN-APPLIED-HOME TO WS-TENDER-ACCT
                   WHEN "PAYR"
                       ADD TN-APPLIED-HOME TO WS-TENDER-PAYR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           READ TENDER-LEG-FILE
               AT END MOVE "Y" TO WS-LEG-EOF
           END-READ.

       200-PRINT-DEPOSIT-SLIP.
           DISPLAY "================ DEPOSIT SLIP ===================".
           DISPLAY "DATE: " WS-TODAY.
           PERFORM VARYING DN-IDX FROM 1 BY 1 UNTIL DN-IDX > 10
               END-IF
           END-PERFORM.
           DISPLAY "DEPOSIT TOTAL: " WS-CROSS-FOOT.
           DISPLAY "--------------------------------------------------".
           DISPLAY "TODAY'S TENDER SPLIT (NOT ALL BANKED)".
           DISPLAY "  CASH:   " WS-TENDER-CASH.
           DISPLAY "  CARD:   " WS-TENDER-CARD " (PROCESSOR SETTLES)".
           DISPLAY "  GIFT:   " WS-TENDER-GIFT " (STORED VALUE)".
           DISPLAY "  POINTS: " WS-TENDER-POINTS " (LOYALTY)".
           DISPLAY "  ACCT:   " WS-TENDER-ACCT " (HOUSE ACCOUNTS)".
           DISPLAY "  PAYR:   " WS-TENDER-PAYR " (STAFF PAYROLL)".
           COMPUTE WS-DIFFERENCE = WS-CROSS-FOOT - WS-TENDER-CASH.
           DISPLAY "DEPOSIT LESS CASH TENDERED: " WS-DIFFERENCE
               " (FLOAT, PAID-INS/OUTS, OVER/SHORT)".
           DISPLAY "==================================================".

       300-WRITE-DEPOSIT-RECORD.
