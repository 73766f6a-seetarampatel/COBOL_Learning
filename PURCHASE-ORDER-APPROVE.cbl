      *          check the register's large-return override does),
      *          walks the pending lines, and per line approves it to
      *          O, amends the quantity first, or cancels it to C.
      *          Only approved lines are receivable. Each line shows
      *          its department's open-to-buy for the month (the
      *          PURBUDGET.DAT budget less the value already open and
      *          received); approving a line past it needs a manager
      *          to key their ID and secret code again as an override,
      *          which is audited.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT PURCHASE-BUDGET-FILE
               ASSIGN TO "PURBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCHASE-BUDGET-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT SUPPLIER-ITEM-FILE
               ASSIGN TO "SUPITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS SUPPLIER-ITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  PURCHASE-BUDGET-FILE.
           COPY "PURCHASE-BUDGET.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  SUPPLIER-ITEM-FILE.
           COPY "SUPPLIER-ITEM.CPY".

       WORKING-STORAGE SECTION.
       01  PURCHASE-ORDER-STATUS  PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  PURCHASE-BUDGET-STATUS PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SUPPLIER-ITEM-STATUS   PIC X(2).
       01  WS-MANAGER-ID          PIC X(8).
       01  WS-MANAGER-SECRET      PIC X(4).
       01  WS-MANAGER-OK          PIC X(1) VALUE "N".
       01  WS-PENDING-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-APPROVED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-CANCELLED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-OVERRIDE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-OVERRIDE-ID         PIC X(8).
       01  WS-OVERRIDE-SECRET     PIC X(4).
       01  WS-OTB-ALLOWED         PIC X(1).
       01  WS-MONEY-ED            PIC -(8)9.99.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "OTB-FIELDS.CPY".

           COPY "PACK-SIZE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PURCHASE ORDER REVIEW AND APPROVAL".
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-MANAGER-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-MANAGER-OK
                       DISPLAY "REVIEWER: " UR-NAME
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.
           CLOSE USER-ROLE-FILE.
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM LOAD-OPEN-TO-BUY.

           OPEN I-O PURCHASE-ORDER-FILE.
           IF PURCHASE-ORDER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN PORDER.DAT, STATUS "
                   PURCHASE-ORDER-STATUS
               PERFORM CLOSE-OPEN-TO-BUY
               GO TO 900-END-PROGRAM
           END-IF.


           CLOSE PURCHASE-ORDER-FILE.
           CLOSE AUDIT-LOG.
           PERFORM CLOSE-OPEN-TO-BUY.

           DISPLAY "PENDING LINES REVIEWED: " WS-PENDING-COUNT.
           DISPLAY "APPROVED: " WS-APPROVED-COUNT
               " CANCELLED: " WS-CANCELLED-COUNT.
           DISPLAY "APPROVED OVER BUDGET ON OVERRIDE: "
               WS-OVERRIDE-COUNT.

       900-END-PROGRAM.
           STOP RUN.
       100-REVIEW-ONE-LINE.
           IF PO-STATUS = "W"
               ADD 1 TO WS-PENDING-COUNT
               MOVE PO-ORDER-UNIT TO WS-PK-ORDER-UNIT
               MOVE PO-PACK-SIZE TO WS-PK-PACK-SIZE
               MOVE PO-QTY-ORDERED TO WS-PK-UNITS
               PERFORM SPLIT-PACK-QUANTITY
               DISPLAY "PO " PO-NUMBER " " PO-ITEM-CODE " "
                   PO-ITEM-NAME " SUPPLIER " PO-SUPPLIER-CODE
               DISPLAY "  QTY " WS-PK-TEXT
               PERFORM 150-SHOW-OPEN-TO-BUY
               DISPLAY "A=APPROVE  M=AMEND QTY AND APPROVE  "
                   "C=CANCEL  (ANYTHING ELSE LEAVES IT PENDING)"
               ACCEPT WS-DECISION
           END-READ.

       110-APPROVE-LINE.
           PERFORM 160-CHECK-OPEN-TO-BUY.
           IF WS-OTB-ALLOWED = "N"
               DISPLAY "LEFT PENDING"
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO PO-STATUS.
           REWRITE PURCHASE-ORDER-RECORD.
           ADD 1 TO WS-APPROVED-COUNT.

       120-AMEND-AND-APPROVE-LINE.
           MOVE PO-QTY-ORDERED TO WS-OLD-QTY.
      *> Keyed in the supplier's cases; loose units round the line
      *> up to the next whole case, since that is all they ship.
           DISPLAY "NEW QUANTITY".
           PERFORM ACCEPT-PACK-QUANTITY.
           IF WS-PK-LOOSE > ZERO
               ADD 1 TO WS-PK-CASES
               COMPUTE WS-PK-UNITS = WS-PK-CASES * WS-PK-PACK-SIZE
               PERFORM SPLIT-PACK-QUANTITY
               DISPLAY "ROUNDED UP TO " WS-PK-TEXT
           END-IF.
           MOVE WS-PK-UNITS TO PO-QTY-ORDERED.
           IF PO-QTY-ORDERED = ZERO
      *> Amending to nothing is a cancellation - say so on the file.
               MOVE WS-OLD-QTY TO PO-QTY-ORDERED
               PERFORM 130-CANCEL-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 160-CHECK-OPEN-TO-BUY.
           IF WS-OTB-ALLOWED = "N"
               DISPLAY "LEFT PENDING AT " WS-OLD-QTY
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO PO-STATUS.
           REWRITE PURCHASE-ORDER-RECORD.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE PO-STATUS TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      *> Values the line as it stands and shows where it leaves the
      *> department's budget for the month it is expected in.
       150-SHOW-OPEN-TO-BUY.
           PERFORM 155-VALUE-LINE.
           MOVE WS-OTB-VALUE TO WS-MONEY-ED.
           DISPLAY "LINE VALUE " WS-MONEY-ED " DEPT " WS-OTB-DEPT
               " MONTH " WS-OTB-MONTH.
           IF WS-OTB-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF OT-BUDGETED (WS-OTB-FOUND) = "N"
               DISPLAY "NO BUDGET SET FOR THIS DEPARTMENT AND MONTH"
               EXIT PARAGRAPH
           END-IF.
           MOVE OT-BUDGET (WS-OTB-FOUND) TO WS-MONEY-ED.
           DISPLAY "  BUDGET      " WS-MONEY-ED.
           MOVE OT-COMMITTED (WS-OTB-FOUND) TO WS-MONEY-ED.
           DISPLAY "  COMMITTED   " WS-MONEY-ED.
           MOVE OT-RECEIVED (WS-OTB-FOUND) TO WS-MONEY-ED.
           DISPLAY "  RECEIVED    " WS-MONEY-ED.
           MOVE WS-OTB-REMAINING TO WS-MONEY-ED.
           DISPLAY "  OPEN-TO-BUY " WS-MONEY-ED.

       155-VALUE-LINE.
           PERFORM PRICE-OTB-LINE.
           PERFORM SET-OTB-ORDER-MONTH.
           PERFORM FIND-OTB-CELL.
           COMPUTE WS-OTB-VALUE = PO-QTY-ORDERED * WS-OTB-PRICE.
           MOVE ZERO TO WS-OTB-REMAINING.
           IF WS-OTB-FOUND NOT = ZERO
               COMPUTE WS-OTB-REMAINING = OT-BUDGET (WS-OTB-FOUND)
                   - OT-COMMITTED (WS-OTB-FOUND)
                   - OT-RECEIVED (WS-OTB-FOUND)
           END-IF.

      *> A department with no budget keyed for the month is not
      *> gated. Past the open-to-buy, a manager has to key their ID
      *> and secret code again for this line - the reviewer's own
      *> sign-on is not taken as agreeing to overspend.
       160-CHECK-OPEN-TO-BUY.
           MOVE "Y" TO WS-OTB-ALLOWED.
           PERFORM 155-VALUE-LINE.
           IF WS-OTB-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF OT-BUDGETED (WS-OTB-FOUND) = "Y"
               AND WS-OTB-VALUE > WS-OTB-REMAINING
               PERFORM 170-OVERRIDE-OPEN-TO-BUY
           END-IF.
           IF WS-OTB-ALLOWED = "Y"
               ADD WS-OTB-VALUE TO OT-COMMITTED (WS-OTB-FOUND)
           END-IF.

       170-OVERRIDE-OPEN-TO-BUY.
           MOVE "N" TO WS-OTB-ALLOWED.
           COMPUTE WS-MONEY-ED = WS-OTB-VALUE - WS-OTB-REMAINING.
           DISPLAY "OVER BUDGET BY " WS-MONEY-ED
               " - MANAGER OVERRIDE REQUIRED".
           DISPLAY "OVERRIDE MANAGER ID (BLANK TO LEAVE PENDING)".
           ACCEPT WS-OVERRIDE-ID.
           IF WS-OVERRIDE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MANAGER SECRET CODE".
           ACCEPT WS-OVERRIDE-SECRET.

           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER, STATUS " USER-ROLE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OVERRIDE-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "MANAGER ID NOT ON FILE"
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-OVERRIDE-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-OTB-ALLOWED
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.
           CLOSE USER-ROLE-FILE.
           IF WS-OTB-ALLOWED = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OVERRIDE-COUNT.
           DISPLAY "OVERRIDE BY " UR-NAME.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-OVERRIDE-ID TO AL-USER-ID.
           MOVE "PORDER" TO AL-RECORD-TYPE.
           MOVE PO-KEY TO AL-KEY-VALUE.
           MOVE "OTB-OVERRIDE" TO AL-FIELD-NAME.
           MOVE WS-OTB-REMAINING TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO AL-OLD-VALUE.
           MOVE WS-OTB-VALUE TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "OTB-LOGIC.CPY".

           COPY "PACK-SIZE-LOGIC.CPY".

           COPY "PACK-ENTRY-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM PURCHASE-ORDER-APPROVE.
