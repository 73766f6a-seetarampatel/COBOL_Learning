      *          exact offsetting rows go to the log under a fresh
      *          receipt number with reason VD and tender VOID, the
      *          cash refund books as a drawer paid-out so Z-REPORT
      *          still reconciles (for a split-tender receipt, just
      *          what its cash legs took), the items restock onto
      *          ITEM-MASTER, a basket charged to a house account
      *          is credited back to it, the coupons it took are
      *          reversed out of the claim, and an audit row links the
      *          two receipt numbers so a receipt can only void once.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

           SELECT BOM-FILE
               ASSIGN TO "BOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS PS-PERIOD
               FILE STATUS IS PERIOD-STATUS-STATUS.

      *> House charge accounts - a voided basket that was charged
      *> to an account comes off that account's balance, with a
      *> reversal row the month-end statement lists as a credit.
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

      *> Coupons the voided basket took - reversed so the
      *> manufacturer claim does not bill for a sale that never
      *> stood.
           SELECT COUPON-REDEEM-FILE
               ASSIGN TO "COUPONRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUPON-REDEEM-STATUS.

      *> A voided staff basket comes back off the person's yearly
      *> allowance, and its payroll deduction is cancelled by a
      *> reversal row on the staff purchase log.
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

      *> Units the receipt registered lose their warranty, and an
      *> extended plan it sold is taken back off its unit.
           SELECT WARRANTY-FILE
               ASSIGN TO "WARRANTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-KEY
               FILE STATUS IS WARRANTY-FILE-STATUS.

      *> A split-tender receipt's legs - only its cash legs come
      *> back out of the drawer.
           SELECT TENDER-LEG-FILE
               ASSIGN TO "TENDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LOG.
       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       FD  BOM-FILE.
           COPY "BILL-OF-MATERIALS.CPY".

       FD  PERIOD-STATUS-FILE.
           COPY "PERIOD-STATUS.CPY".

       FD  CHARGE-ACCOUNT-FILE.
           COPY "CHARGE-ACCOUNT.CPY".

       FD  CHARGE-LEDGER-FILE.
           COPY "CHARGE-LEDGER.CPY".

       FD  COUPON-REDEEM-FILE.
           COPY "COUPON-REDEMPTION.CPY".

       FD  STAFF-ALLOWANCE-FILE.
           COPY "STAFF-ALLOWANCE.CPY".

       FD  STAFF-PURCHASE-FILE.
           COPY "STAFF-PURCHASE.CPY".

       FD  WARRANTY-FILE.
           COPY "WARRANTY.CPY".

       FD  TENDER-LEG-FILE.
           COPY "TENDER-LEG.CPY".

       WORKING-STORAGE SECTION.
       01  SALES-LOG-STATUS       PIC X(2).
       01  RECEIPT-COUNTER-STATUS PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  STOCK-MOVEMENT-STATUS  PIC X(2).
       01  DRAWER-TX-STATUS       PIC X(2).
       01  BOM-FILE-STATUS        PIC X(2).
       01  WS-EOF-FLAG            PIC X(1).
       01  WS-ORIG-CASHIER        PIC X(8).
       01  PERIOD-STATUS-STATUS   PIC X(2).
       01  WS-VOID-REASON         PIC X(2) VALUE "VD".
       01  CHARGE-ACCOUNT-STATUS  PIC X(2).
       01  CHARGE-LEDGER-STATUS   PIC X(2).

      *> The receipt's house-account charges, read off the ledger
      *> before the reversals are appended to it.
       01  WS-CHARGE-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-CHARGE-TABLE.
           05 CHARGE-ENTRY OCCURS 10 TIMES INDEXED BY CH-IDX.
               10 CH-PHONE        PIC 9(10).
               10 CH-AMOUNT       PIC 9(7)V9(2).

      *> The receipt's coupon redemptions, read off COUPONRD.DAT
      *> before their reversals are appended to it.
       01  COUPON-REDEEM-STATUS   PIC X(2).
       01  WS-COUPON-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-COUPON-TABLE.
           05 COUPON-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
               10 CT-ROW          PIC X(61).

      *> The receipt's staff purchase row, if it was one.
       01  STAFF-ALLOWANCE-STATUS PIC X(2).
       01  STAFF-PURCHASE-STATUS  PIC X(2).
       01  WS-STAFF-FOUND         PIC X(1) VALUE "N".
       01  WS-STAFF-ROW           PIC X(62).

       01  WARRANTY-FILE-STATUS   PIC X(2).
       01  WS-WARRANTY-COUNT      PIC 9(3) VALUE ZERO.

      *> What the void pays out of the drawer - the whole refund for
      *> a cash receipt, the cash legs' share for a split one.
       01  TENDER-LEG-STATUS      PIC X(2).
       01  WS-PAIDOUT-AMOUNT      PIC S9(7)V9(2) VALUE ZERO.

           COPY "PERIOD-CHECK-FIELDS.CPY".

       01  VOID-LINE-COUNT        PIC 9(2) VALUE ZERO.
       01  VOID-LINES.
           05 VOID-LINE OCCURS 50 TIMES INDEXED BY VL-IDX.
               10 VL-ROW          PIC X(209).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           PERFORM 500-WRITE-OFFSETTING-ROWS.
           PERFORM 600-RESTOCK-ITEMS.
           PERFORM 700-BOOK-REFUND-PAIDOUT.
           PERFORM 710-CREDIT-CHARGE-ACCOUNT.
           PERFORM 730-REVERSE-COUPONS.
           PERFORM 740-REVERSE-STAFF-PURCHASE.
           PERFORM 750-VOID-WARRANTIES.
           PERFORM 800-AUDIT-THE-VOID.

           DISPLAY "RECEIPT " WS-LOOKUP-RECEIPT " VOIDED UNDER "
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-MANAGER-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-AUTHORIZED
                       DISPLAY "AUTHORIZED BY " UR-NAME
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.

               IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               OPEN EXTEND STOCK-MOVEMENT-FILE
               IF STOCK-MOVEMENT-STATUS = "05"
                   OR STOCK-MOVEMENT-STATUS = "35"
                   OPEN OUTPUT STOCK-MOVEMENT-FILE
               END-IF
               PERFORM VARYING VL-IDX FROM 1 BY 1
                       UNTIL VL-IDX > VOID-LINE-COUNT
                   MOVE VL-ROW (VL-IDX) TO SALES-LOG-RECORD
                   PERFORM 610-RESTOCK-ONE-ITEM
               END-PERFORM
               CLOSE AUDIT-LOG
               CLOSE STOCK-MOVEMENT-FILE
               CLOSE ITEM-MASTER
           END-IF.

           MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      *> Booked under the void's own receipt number, the document
      *> that put the stock back.
           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE IM-ITEM-CODE TO MV-ITEM-CODE.
           MOVE "VD" TO MV-TYPE.
           MOVE WS-QTY-BEFORE TO MV-QTY-BEFORE.
           MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER.
           MOVE WS-VOID-RECEIPT-NO TO MV-REFERENCE.
           MOVE WS-CLERK-ID TO MV-USER-ID.
           PERFORM WRITE-STOCK-MOVEMENT.

      *> The cash part of the refund leaves the drawer as real cash -
      *> booked as a paid-out so Z-REPORT's expected figure still
      *> foots. A cash receipt pays out its whole total; a split one
      *> pays out only what its cash legs took, since Z-REPORT
      *> counts those legs into expected cash. Card legs go back to
      *> the card and account legs are reversed in 710, so neither
      *> touches the drawer.
       700-BOOK-REFUND-PAIDOUT.
           MOVE ZERO TO WS-PAIDOUT-AMOUNT.
           IF WS-ORIG-TENDER = "CASH"
               MOVE WS-REFUND-TOTAL TO WS-PAIDOUT-AMOUNT
           END-IF.
           IF WS-ORIG-TENDER = "SPLT"
               PERFORM 705-TOTAL-CASH-LEGS
           END-IF.
           IF WS-PAIDOUT-AMOUNT > 0
               OPEN EXTEND DRAWER-TRANSACTION-FILE
               IF DRAWER-TX-STATUS = "05" OR DRAWER-TX-STATUS = "35"
                   OPEN OUTPUT DRAWER-TRANSACTION-FILE
               MOVE WS-ORIG-CASHIER TO DX-CASHIER-ID
               MOVE WS-ORIG-SHIFT TO DX-SHIFT-CODE
               MOVE "PDOU" TO DX-TYPE
               MOVE WS-PAIDOUT-AMOUNT TO DX-AMOUNT
               MOVE "VD" TO DX-REASON-CODE
               WRITE DRAWER-TRANSACTION-RECORD
               CLOSE DRAWER-TRANSACTION-FILE
           END-IF.

       705-TOTAL-CASH-LEGS.
           OPEN INPUT TENDER-LEG-FILE.
           IF TENDER-LEG-STATUS NOT = "00"
               DISPLAY "TENDER LEGS NOT READABLE - PAY OUT THE CASH"
                   " PART BY HAND"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ TENDER-LEG-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 706-ADD-ONE-CASH-LEG UNTIL WS-EOF-FLAG = "Y".
           CLOSE TENDER-LEG-FILE.

       706-ADD-ONE-CASH-LEG.
           IF TN-RECEIPT-NO = WS-LOOKUP-RECEIPT
               AND TN-TENDER-TYPE = "CASH"
               ADD TN-APPLIED-HOME TO WS-PAIDOUT-AMOUNT
           END-IF.
           READ TENDER-LEG-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> Only an ACCT basket, or a split one that may have had an
      *> account leg, can have charged an account.
       710-CREDIT-CHARGE-ACCOUNT.
           IF WS-ORIG-TENDER NOT = "ACCT"
               AND WS-ORIG-TENDER NOT = "SPLT"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CHARGE-LEDGER-FILE.
           IF CHARGE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ CHARGE-LEDGER-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 715-COLLECT-ONE-CHARGE UNTIL WS-EOF-FLAG = "Y".
           CLOSE CHARGE-LEDGER-FILE.
           IF WS-CHARGE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CHARGE-ACCOUNT-FILE.
           OPEN EXTEND CHARGE-LEDGER-FILE.
           IF CHARGE-LEDGER-STATUS = "05"
               OR CHARGE-LEDGER-STATUS = "35"
               OPEN OUTPUT CHARGE-LEDGER-FILE
           END-IF.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > WS-CHARGE-COUNT
               PERFORM 720-REVERSE-ONE-CHARGE
           END-PERFORM.
           CLOSE CHARGE-LEDGER-FILE.
           IF CHARGE-ACCOUNT-STATUS = "00"
               CLOSE CHARGE-ACCOUNT-FILE
           END-IF.

       715-COLLECT-ONE-CHARGE.
           IF CL-TYPE = "C" AND CL-RECEIPT-NO = WS-LOOKUP-RECEIPT
               MOVE WS-CHARGE-COUNT TO WS-TB-COUNT
               MOVE 10 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-CHARGE-COUNT
                   SET CH-IDX TO WS-CHARGE-COUNT
                   MOVE CL-PHONE TO CH-PHONE (CH-IDX)
                   MOVE CL-AMOUNT TO CH-AMOUNT (CH-IDX)
               END-IF
           END-IF.
           READ CHARGE-LEDGER-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       720-REVERSE-ONE-CHARGE.
           MOVE CH-PHONE (CH-IDX) TO CA-PHONE.
           READ CHARGE-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "HOUSE ACCOUNT " CA-PHONE
                       " NOT ON FILE - CREDIT BY HAND"
               NOT INVALID KEY
                   SUBTRACT CH-AMOUNT (CH-IDX) FROM CA-BALANCE
                   REWRITE CHARGE-ACCOUNT-RECORD
           END-READ.
           MOVE SPACES TO CHARGE-LEDGER-RECORD.
           MOVE CH-PHONE (CH-IDX) TO CL-PHONE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CL-DATE.
           MOVE "R" TO CL-TYPE.
           MOVE WS-LOOKUP-RECEIPT TO CL-RECEIPT-NO.
           MOVE WS-VOID-RECEIPT-NO TO CL-REFERENCE.
           MOVE CH-AMOUNT (CH-IDX) TO CL-AMOUNT.
           MOVE WS-ORIG-REGISTER TO CL-REGISTER-NO.
           MOVE WS-CLERK-ID TO CL-ENTERED-BY.
           WRITE CHARGE-LEDGER-RECORD.
           DISPLAY "HOUSE ACCOUNT " CH-PHONE (CH-IDX) " CREDITED "
               CH-AMOUNT (CH-IDX).

       730-REVERSE-COUPONS.
           OPEN INPUT COUPON-REDEEM-FILE.
           IF COUPON-REDEEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ COUPON-REDEEM-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 735-COLLECT-ONE-COUPON UNTIL WS-EOF-FLAG = "Y".
           CLOSE COUPON-REDEEM-FILE.
           IF WS-COUPON-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND COUPON-REDEEM-FILE.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-COUPON-COUNT
               MOVE CT-ROW (CT-IDX) TO COUPON-REDEMPTION-RECORD
               MOVE FUNCTION CURRENT-DATE(1:8) TO RD-DATE
               MOVE WS-CLERK-ID TO RD-CASHIER-ID
               MOVE "V" TO RD-TYPE
               COMPUTE RD-VALUE = 0 - RD-VALUE
               WRITE COUPON-REDEMPTION-RECORD
           END-PERFORM.
           CLOSE COUPON-REDEEM-FILE.
           DISPLAY WS-COUPON-COUNT " COUPON(S) REVERSED".

       735-COLLECT-ONE-COUPON.
           IF RD-TYPE = "R" AND RD-RECEIPT-NO = WS-LOOKUP-RECEIPT
               MOVE WS-COUPON-COUNT TO WS-TB-COUNT
               MOVE 20 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-COUPON-COUNT
                   SET CT-IDX TO WS-COUPON-COUNT
                   MOVE COUPON-REDEMPTION-RECORD TO CT-ROW (CT-IDX)
               END-IF
           END-IF.
           READ COUPON-REDEEM-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> The allowance is put back in the year the basket was rung,
      *> not the year of the void.
       740-REVERSE-STAFF-PURCHASE.
           OPEN INPUT STAFF-PURCHASE-FILE.
           IF STAFF-PURCHASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ STAFF-PURCHASE-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 745-CHECK-ONE-STAFF-ROW UNTIL WS-EOF-FLAG = "Y".
           CLOSE STAFF-PURCHASE-FILE.
           IF WS-STAFF-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STAFF-ROW TO STAFF-PURCHASE-RECORD.
           OPEN I-O STAFF-ALLOWANCE-FILE.
           IF STAFF-ALLOWANCE-STATUS = "00"
               MOVE PU-USER-ID TO SA-USER-ID
               MOVE PU-DATE(1:4) TO SA-YEAR
               READ STAFF-ALLOWANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT PU-SPEND FROM SA-SPENT
                       SUBTRACT PU-DISCOUNT FROM SA-DISCOUNT-GIVEN
                       REWRITE STAFF-ALLOWANCE-RECORD
               END-READ
               CLOSE STAFF-ALLOWANCE-FILE
           END-IF.

           OPEN EXTEND STAFF-PURCHASE-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PU-DATE.
           MOVE WS-CLERK-ID TO PU-CASHIER-ID.
           MOVE "V" TO PU-TYPE.
           COMPUTE PU-SPEND = 0 - PU-SPEND.
           COMPUTE PU-DISCOUNT = 0 - PU-DISCOUNT.
           COMPUTE PU-PAYROLL-AMT = 0 - PU-PAYROLL-AMT.
           WRITE STAFF-PURCHASE-RECORD.
           CLOSE STAFF-PURCHASE-FILE.
           DISPLAY "STAFF PURCHASE FOR " PU-USER-ID " REVERSED".

       745-CHECK-ONE-STAFF-ROW.
           IF PU-TYPE = "S" AND PU-RECEIPT-NO = WS-LOOKUP-RECEIPT
               MOVE "Y" TO WS-STAFF-FOUND
               MOVE STAFF-PURCHASE-RECORD TO WS-STAFF-ROW
           END-IF.
           READ STAFF-PURCHASE-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> The file is keyed by serial, so the receipt's units are
      *> found by reading it end to end.
       750-VOID-WARRANTIES.
           OPEN I-O WARRANTY-FILE.
           IF WARRANTY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO WR-KEY.
           START WARRANTY-FILE KEY NOT < WR-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ WARRANTY-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 755-VOID-ONE-WARRANTY
               END-READ
           END-PERFORM.
           CLOSE WARRANTY-FILE.
           IF WS-WARRANTY-COUNT NOT = ZERO
               DISPLAY WS-WARRANTY-COUNT " WARRANTY REGISTRATION(S) "
                   "VOIDED OR CUT BACK"
           END-IF.

       755-VOID-ONE-WARRANTY.
           IF WR-RECEIPT-NO = WS-LOOKUP-RECEIPT AND WR-STATUS = "A"
               MOVE "V" TO WR-STATUS
               REWRITE WARRANTY-RECORD
               ADD 1 TO WS-WARRANTY-COUNT
           END-IF.
           IF WR-EXT-RECEIPT = WS-LOOKUP-RECEIPT
               MOVE WR-MFR-END-DATE TO WR-EXT-END-DATE
               MOVE ZERO TO WR-EXT-RECEIPT
               REWRITE WARRANTY-RECORD
               ADD 1 TO WS-WARRANTY-COUNT
           END-IF.

       800-AUDIT-THE-VOID.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".
