      *****************************************************************
      * LOAD-OPEN-TO-BUY / PRICE-OTB-LINE / FIND-OTB-CELL /
      * CLOSE-OPEN-TO-BUY - shared open-to-buy paragraphs, same
      * COPY-into-PROCEDURE-DIVISION convention as
      * AUDIT-LOG-LOGIC.CPY. See OTB-FIELDS.CPY for the files the
      * caller declares.
      *
      * FIND-OTB-CELL finds (or adds, with no budget) the entry for
      * WS-OTB-DEPT and WS-OTB-MONTH and returns its subscript in
      * WS-OTB-FOUND, zero only if the table is full.
      * PRICE-OTB-LINE sets WS-OTB-DEPT and WS-OTB-PRICE for the
      * order line in PURCHASE-ORDER-RECORD. The open-to-buy of an
      * entry is OT-BUDGET less OT-COMMITTED less OT-RECEIVED.
      *****************************************************************
       LOAD-OPEN-TO-BUY.
           MOVE ZERO TO WS-OTB-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-OTB-THIS-MONTH.

           OPEN INPUT PURCHASE-BUDGET-FILE.
           IF PURCHASE-BUDGET-STATUS = "00"
               MOVE "N" TO WS-OTB-EOF
               READ PURCHASE-BUDGET-FILE
                   AT END MOVE "Y" TO WS-OTB-EOF
               END-READ
               PERFORM OTB-LOAD-ONE-BUDGET UNTIL WS-OTB-EOF = "Y"
               CLOSE PURCHASE-BUDGET-FILE
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-OTB-ITEMS-OPEN
           END-IF.
           OPEN INPUT SUPPLIER-ITEM-FILE.
           IF SUPPLIER-ITEM-STATUS = "00"
               MOVE "Y" TO WS-OTB-CATALOG-OPEN
           END-IF.

           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PURCHASE-ORDER-STATUS = "00"
               MOVE "N" TO WS-OTB-EOF
               READ PURCHASE-ORDER-FILE NEXT
                   AT END MOVE "Y" TO WS-OTB-EOF
               END-READ
               PERFORM OTB-LOAD-ONE-ORDER-LINE UNTIL WS-OTB-EOF = "Y"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

      *> Months already gone have no open-to-buy left to spend.
       OTB-LOAD-ONE-BUDGET.
           IF PB-MONTH NOT < WS-OTB-THIS-MONTH
               MOVE PB-DEPT-CODE TO WS-OTB-DEPT
               MOVE PB-MONTH TO WS-OTB-MONTH
               PERFORM FIND-OTB-CELL
               IF WS-OTB-FOUND NOT = ZERO
                   MOVE PB-BUDGET TO OT-BUDGET (WS-OTB-FOUND)
                   MOVE "Y" TO OT-BUDGETED (WS-OTB-FOUND)
               END-IF
           END-IF.
           READ PURCHASE-BUDGET-FILE
               AT END MOVE "Y" TO WS-OTB-EOF
           END-READ.

      *> Pending (W) lines are not yet committed and cancelled lines
      *> never will be; only approved lines still to arrive count as
      *> open, and every receipt counts as received.
       OTB-LOAD-ONE-ORDER-LINE.
           IF ((PO-STATUS = "O" OR PO-STATUS = "P")
                   AND PO-QTY-ORDERED > PO-QTY-RECEIVED)
               OR PO-QTY-RECEIVED > ZERO
               PERFORM PRICE-OTB-LINE
           END-IF.

           IF (PO-STATUS = "O" OR PO-STATUS = "P")
               AND PO-QTY-ORDERED > PO-QTY-RECEIVED
               PERFORM SET-OTB-ORDER-MONTH
               PERFORM FIND-OTB-CELL
               IF WS-OTB-FOUND NOT = ZERO
                   COMPUTE OT-COMMITTED (WS-OTB-FOUND) =
                       OT-COMMITTED (WS-OTB-FOUND) +
                       (PO-QTY-ORDERED - PO-QTY-RECEIVED)
                       * WS-OTB-PRICE
               END-IF
           END-IF.

           IF PO-QTY-RECEIVED > ZERO
               MOVE PO-DATE-RECEIVED(1:6) TO WS-OTB-MONTH
               IF WS-OTB-MONTH NOT < WS-OTB-THIS-MONTH
                   PERFORM FIND-OTB-CELL
                   IF WS-OTB-FOUND NOT = ZERO
                       COMPUTE OT-RECEIVED (WS-OTB-FOUND) =
                           OT-RECEIVED (WS-OTB-FOUND) +
                           PO-QTY-RECEIVED * WS-OTB-PRICE
                   END-IF
               END-IF
           END-IF.

           READ PURCHASE-ORDER-FILE NEXT
               AT END MOVE "Y" TO WS-OTB-EOF
           END-READ.

      *> The month an order line's open quantity falls in.
       SET-OTB-ORDER-MONTH.
           IF PO-PROMISED-DATE NOT = SPACES
               MOVE PO-PROMISED-DATE(1:6) TO WS-OTB-MONTH
           ELSE
               MOVE PO-DATE-RAISED(1:6) TO WS-OTB-MONTH
           END-IF.
           IF WS-OTB-MONTH < WS-OTB-THIS-MONTH
               MOVE WS-OTB-THIS-MONTH TO WS-OTB-MONTH
           END-IF.

       PRICE-OTB-LINE.
           MOVE SPACES TO WS-OTB-DEPT.
           MOVE ZERO TO WS-OTB-PRICE.
           IF WS-OTB-ITEMS-OPEN = "Y"
               MOVE PO-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IM-DEPARTMENT TO WS-OTB-DEPT
                       MOVE IM-UNIT-COST TO WS-OTB-PRICE
               END-READ
           END-IF.
           IF WS-OTB-CATALOG-OPEN = "Y"
               MOVE PO-ITEM-CODE TO CI-ITEM-CODE
               MOVE PO-SUPPLIER-CODE TO CI-SUPPLIER-CODE
               READ SUPPLIER-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CI-UNIT-COST TO WS-OTB-PRICE
               END-READ
           END-IF.

       FIND-OTB-CELL.
           MOVE ZERO TO WS-OTB-FOUND.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OTB-COUNT
                      OR WS-OTB-FOUND NOT = ZERO
               IF OT-DEPT (OT-IDX) = WS-OTB-DEPT
                   AND OT-MONTH (OT-IDX) = WS-OTB-MONTH
                   MOVE OT-IDX TO WS-OTB-FOUND
               END-IF
           END-PERFORM.
           IF WS-OTB-FOUND NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OTB-COUNT TO WS-TB-COUNT.
           MOVE 2000 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-OTB-COUNT
               MOVE WS-OTB-COUNT TO WS-OTB-FOUND
               MOVE WS-OTB-DEPT TO OT-DEPT (WS-OTB-FOUND)
               MOVE WS-OTB-MONTH TO OT-MONTH (WS-OTB-FOUND)
               MOVE "N" TO OT-BUDGETED (WS-OTB-FOUND)
               MOVE ZERO TO OT-BUDGET (WS-OTB-FOUND)
               MOVE ZERO TO OT-COMMITTED (WS-OTB-FOUND)
               MOVE ZERO TO OT-RECEIVED (WS-OTB-FOUND)
           END-IF.

       CLOSE-OPEN-TO-BUY.
           IF WS-OTB-ITEMS-OPEN = "Y"
               CLOSE ITEM-MASTER
               MOVE "N" TO WS-OTB-ITEMS-OPEN
           END-IF.
           IF WS-OTB-CATALOG-OPEN = "Y"
               CLOSE SUPPLIER-ITEM-FILE
               MOVE "N" TO WS-OTB-CATALOG-OPEN
           END-IF.
