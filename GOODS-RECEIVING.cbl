      *          PURCHASE-ORDER-GENERATE line, adds it to
      *          IM-QTY-ON-HAND on ITEMMSTR.DAT, and writes an
      *          AUDIT-LOG row per posting, the same way the register
      *          audits its own inventory decrements. A priced
      *          delivery blends into the item's moving weighted-
      *          average IM-UNIT-COST by quantity, with a COSTHIST.DAT
      *          row recording the cost the units went into stock at.
      *          Deliveries are counted in the supplier's cases (plus
      *          any loose units) and priced per case, and booked in
      *          selling units at the per-unit cost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-LOT-STATUS.

      *> Every change to an item's average cost, and the cost each
      *> delivery was booked in at - SUPPLIER-INVOICE-ENTRY trues the
      *> average up against it when the invoice arrives.
           SELECT COST-HISTORY-FILE
               ASSIGN TO "COSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-HISTORY-STATUS.

           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
       FD  SPECIAL-ORDER-FILE.
           COPY "SPECIAL-ORDER.CPY".

       FD  COST-HISTORY-FILE.
           COPY "COST-HISTORY.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       WORKING-STORAGE SECTION.
       01  PURCHASE-ORDER-STATUS  PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SPECIAL-ORDER-STATUS   PIC X(2).
       01  WS-SO-EOF              PIC X(1).
           88 ENDOFORDERS VALUE "Y".
       01  COST-HISTORY-STATUS    PIC X(2).
       01  WS-OLD-AVG-COST        PIC 9(3)V9(2).
       01  STOCK-MOVEMENT-STATUS  PIC X(2).
       01  WS-ORDERED-TEXT        PIC X(40).

      *> Shared numeric-entry validation - the PO number and received
      *> quantity are keyed by hand off the delivery note.
           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "PACK-SIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GOODS RECEIVING - POST DELIVERIES TO STOCK".
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS = "05"
               OR STOCK-MOVEMENT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 100-RECEIVE-ONE-LINE UNTIL WS-WANT-MORE = "N".
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE ITEM-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE STOCK-MOVEMENT-FILE.

           DISPLAY "RECEIPTS POSTED: " WS-POSTED-COUNT.

           END-IF.

       115-POST-RECEIPT-DETAIL.
           MOVE PO-ORDER-UNIT TO WS-PK-ORDER-UNIT.
           MOVE PO-PACK-SIZE TO WS-PK-PACK-SIZE.
           MOVE PO-QTY-ORDERED TO WS-PK-UNITS.
           PERFORM SPLIT-PACK-QUANTITY.
           MOVE WS-PK-TEXT TO WS-ORDERED-TEXT.
           MOVE PO-QTY-RECEIVED TO WS-PK-UNITS.
           PERFORM SPLIT-PACK-QUANTITY.
           DISPLAY "PO LINE: " PO-ITEM-NAME.
           DISPLAY "  ORDERED         " WS-ORDERED-TEXT.
           DISPLAY "  RECEIVED SO FAR " WS-PK-TEXT.
           DISPLAY "ENTER QUANTITY RECEIVED".
           PERFORM ACCEPT-PACK-QUANTITY.
           MOVE WS-PK-UNITS TO WS-QTY-RECEIVED.
           DISPLAY "RECEIVING " WS-PK-TEXT.

      *> The delivery note prices the goods - blended here into the
      *> average cost the margin and stock-valuation reports use.
      *> Zero books the units in at the average the item already
      *> carries.
           DISPLAY "COST ON THE DELIVERY NOTE (0 TO KEEP CURRENT)".
           PERFORM ACCEPT-PACK-COST.
           MOVE WS-PK-UNIT-COST TO WS-UNIT-COST.

           ADD WS-QTY-RECEIVED TO PO-QTY-RECEIVED.
           IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
                       PO-ITEM-CODE " - STOCK NOT POSTED"
               NOT INVALID KEY
                   MOVE IM-QTY-ON-HAND TO WS-QTY-BEFORE
                   MOVE IM-UNIT-COST TO WS-OLD-AVG-COST
                   PERFORM 118-BLEND-AVERAGE-COST
                   ADD WS-QTY-RECEIVED TO IM-QTY-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
                   PERFORM 120-AUDIT-STOCK-RECEIPT
                   PERFORM 119-WRITE-COST-HISTORY
                   PERFORM 125-CAPTURE-EXPIRY-LOT
                   PERFORM 128-CHECK-SPECIAL-ORDERS
                   ADD 1 TO WS-POSTED-COUNT
                       IM-QTY-ON-HAND
           END-READ.

      *> Units already on hand at the old average, plus the delivery
      *> at its own cost, over the new total. Stock at or below zero
      *> has no cost worth keeping - the delivery's cost becomes the
      *> average outright, as it does for an item never yet costed.
       118-BLEND-AVERAGE-COST.
           IF WS-UNIT-COST = ZERO
               MOVE IM-UNIT-COST TO WS-UNIT-COST
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTY-BEFORE NOT > ZERO OR IM-UNIT-COST = ZERO
               MOVE WS-UNIT-COST TO IM-UNIT-COST
           ELSE
               COMPUTE IM-UNIT-COST ROUNDED =
                   (WS-QTY-BEFORE * IM-UNIT-COST
                    + WS-QTY-RECEIVED * WS-UNIT-COST)
                   / (WS-QTY-BEFORE + WS-QTY-RECEIVED)
           END-IF.

      *> Written for every posting, costed or not - the invoice check
      *> needs the cost each delivery went into stock at.
       119-WRITE-COST-HISTORY.
           OPEN EXTEND COST-HISTORY-FILE.
           IF COST-HISTORY-STATUS = "05" OR COST-HISTORY-STATUS = "35"
               OPEN OUTPUT COST-HISTORY-FILE
           END-IF.
           INITIALIZE COST-HISTORY-RECORD.
           MOVE IM-ITEM-CODE TO CV-ITEM-CODE.
           MOVE WS-TODAY TO CV-DATE.
           MOVE "GR" TO CV-SOURCE.
           MOVE WS-LOOKUP-PO TO CV-REFERENCE.
           MOVE WS-QTY-RECEIVED TO CV-QUANTITY.
           MOVE WS-UNIT-COST TO CV-UNIT-COST.
           MOVE WS-QTY-BEFORE TO CV-QTY-ON-HAND.
           MOVE WS-OLD-AVG-COST TO CV-OLD-AVG-COST.
           MOVE IM-UNIT-COST TO CV-NEW-AVG-COST.
           MOVE WS-USER-ID TO CV-USER-ID.
           WRITE COST-HISTORY-RECORD.
           CLOSE COST-HISTORY-FILE.

      *> The case label's expiry date, keyed per delivery lot - blank
      *> for goods that don't die. The lot rows feed the markdown-
      *> candidates report so Friday's yogurt gets marked down on
           END-READ.

      *> One AUDIT-LOG row per posting, same who/when/old/new trail
      *> the register writes for its own IM-QTY-ON-HAND changes, and
      *> a GR stock movement against the PO.
       120-AUDIT-STOCK-RECEIPT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE IM-ITEM-CODE TO MV-ITEM-CODE.
           MOVE "GR" TO MV-TYPE.
           MOVE WS-QTY-BEFORE TO MV-QTY-BEFORE.
           MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER.
           MOVE WS-LOOKUP-PO TO MV-REFERENCE.
           MOVE WS-USER-ID TO MV-USER-ID.
           PERFORM WRITE-STOCK-MOVEMENT.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "PACK-SIZE-LOGIC.CPY".

           COPY "PACK-ENTRY-LOGIC.CPY".

       END PROGRAM GOODS-RECEIVING.
