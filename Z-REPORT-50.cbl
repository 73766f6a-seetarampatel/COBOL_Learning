               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWER-TX-STATUS.

      *> Tender legs the register files per basket - a SPLT receipt
      *> (cash and card together) books no single tender on its
      *> sales-log rows, so its cash and card shares come from here.
           SELECT TENDER-LEG-FILE
               ASSIGN TO "TENDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LEG-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  DRAWER-TRANSACTION-FILE.
           COPY "DRAWER-TRANSACTION.CPY".

       FD  TENDER-LEG-FILE.
           COPY "TENDER-LEG.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

               10 DT-CASH-TOTAL   PIC S9(7)V9(2) VALUE ZEROES.
               10 DT-CARD-TOTAL   PIC S9(7)V9(2) VALUE ZEROES.
               10 DT-GIFT-TOTAL   PIC S9(7)V9(2) VALUE ZEROES.
               10 DT-ACCT-TOTAL   PIC S9(7)V9(2) VALUE ZEROES.
               10 DT-PAYR-TOTAL   PIC S9(7)V9(2) VALUE ZEROES.
               10 DT-PAIDIN-TOTAL PIC S9(7)V9(2) VALUE ZEROES.
               10 DT-PAIDOUT-TOTAL PIC S9(7)V9(2) VALUE ZEROES.
               10 DT-REDEEM-TOTAL PIC S9(7)V9(2) VALUE ZEROES.
       01 WS-EXPECTED-DRAWER      PIC S9(7)V9(2).
       01 DRAWER-TX-STATUS        PIC X(2).
       01 WS-DRAWER-TX-EOF        PIC X(1) VALUE "N".
       01 TENDER-LEG-STATUS       PIC X(2).
       01 WS-TENDER-LEG-EOF       PIC X(1) VALUE "N".

      *> Guards DRAWER-TOTAL-TABLE's OCCURS limit before it is indexed
      *> into (req review).
           CLOSE SALES-LOG.

           PERFORM 120-ACCUMULATE-DRAWER-TX.
           PERFORM 140-ACCUMULATE-SPLIT-LEGS.

           PERFORM 200-PRINT-Z-REPORT.
           PERFORM 300-APPEND-SALES-HISTORY.
                           ADD SL-LINE-TOTAL-HOME
                               TO DT-GIFT-TOTAL (WS-FOUND-IDX)
                       END-IF
      *> Charged to a house account - owed by the customer, never
      *> in the drawer.
                       IF SL-TENDER-TYPE = "ACCT"
                           ADD SL-LINE-TOTAL-HOME
                               TO DT-ACCT-TOTAL (WS-FOUND-IDX)
                       END-IF
      *> A staff purchase taken out of wages - never in the drawer.
                       IF SL-TENDER-TYPE = "PAYR"
                           ADD SL-LINE-TOTAL-HOME
                               TO DT-PAYR-TOTAL (WS-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
               AT END MOVE "Y" TO WS-DRAWER-TX-EOF
           END-READ.

      *> Today's legs of split receipts go to the tender they were
      *> actually paid in - the cash share into the drawer's cash
      *> (net of change), the card share to card, stored value to
      *> gift, house-account charges to account. Points legs are
      *> value that never entered the drawer and land in no tender
      *> bucket. Legs of single-tender receipts are skipped - their
      *> sales-log rows already carry the tender.
       140-ACCUMULATE-SPLIT-LEGS.
           OPEN INPUT TENDER-LEG-FILE.
           IF TENDER-LEG-STATUS = "00"
               MOVE "N" TO WS-TENDER-LEG-EOF
               READ TENDER-LEG-FILE
                   AT END MOVE "Y" TO WS-TENDER-LEG-EOF
               END-READ
               PERFORM 145-FOLD-ONE-SPLIT-LEG
                   THRU 149-READ-NEXT-LEG
                   UNTIL WS-TENDER-LEG-EOF = "Y"
               CLOSE TENDER-LEG-FILE
           END-IF.

       145-FOLD-ONE-SPLIT-LEG.
           IF TN-DATE NOT = WS-TODAY OR TN-SPLIT-FLAG NOT = "Y"
               GO TO 149-READ-NEXT-LEG
           END-IF.
           MOVE TN-CASHIER-ID TO SL-CASHIER-ID.
           MOVE TN-SHIFT-CODE TO SL-SHIFT-CODE.
           MOVE TN-REGISTER-NO TO SL-REGISTER-NO.
           PERFORM 110-FIND-OR-ADD-DRAWER-TOTAL.
           IF WS-FOUND-IDX NOT = ZERO
               EVALUATE TN-TENDER-TYPE
                   WHEN "CASH"
                       ADD TN-APPLIED-HOME
                           TO DT-CASH-TOTAL (WS-FOUND-IDX)
                   WHEN "CARD"
                       ADD TN-APPLIED-HOME
                           TO DT-CARD-TOTAL (WS-FOUND-IDX)
                   WHEN "GIFT"
                       ADD TN-APPLIED-HOME
                           TO DT-GIFT-TOTAL (WS-FOUND-IDX)
                   WHEN "ACCT"
                       ADD TN-APPLIED-HOME
                           TO DT-ACCT-TOTAL (WS-FOUND-IDX)
                   WHEN "PAYR"
                       ADD TN-APPLIED-HOME
                           TO DT-PAYR-TOTAL (WS-FOUND-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       149-READ-NEXT-LEG.
           READ TENDER-LEG-FILE
               AT END MOVE "Y" TO WS-TENDER-LEG-EOF
           END-READ.

       110-FIND-OR-ADD-DRAWER-TOTAL.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING DT-IDX FROM 1 BY 1
               DISPLAY "  CASH: " DT-CASH-TOTAL (DT-IDX)
                   " CARD: " DT-CARD-TOTAL (DT-IDX)
                   " GIFT: " DT-GIFT-TOTAL (DT-IDX)
                   " ACCOUNT: " DT-ACCT-TOTAL (DT-IDX)
                   " PAYROLL: " DT-PAYR-TOTAL (DT-IDX)
               DISPLAY "  PAID IN: " DT-PAIDIN-TOTAL (DT-IDX)
                   " PAID OUT: " DT-PAIDOUT-TOTAL (DT-IDX)
                   " NO-SALES: " DT-NOSALE-COUNT (DT-IDX)
               STRING "  CASH: " DT-CASH-TOTAL (DT-IDX)
                   " CARD: " DT-CARD-TOTAL (DT-IDX)
                   " GIFT: " DT-GIFT-TOTAL (DT-IDX)
                   " ACCT: " DT-ACCT-TOTAL (DT-IDX)
                   " PAYR: " DT-PAYR-TOTAL (DT-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               END-STRING
               PERFORM 860-SPOOL-LINE
