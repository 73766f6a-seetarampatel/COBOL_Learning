      *          into purchase-order records on PORDER.DAT, one PO
      *          number per supplier per run, with a suggested order
      *          quantity that brings the item back up to twice its
      *          reorder point, rounded up to whole cases of the
      *          chosen supplier's pack size. GOODS-RECEIVING posts
      *          deliveries back against these records.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CATALOG-EOF         PIC X(1).
           88 ENDOFCATALOG VALUE "Y".
       01  WS-SOURCE-SEEN         PIC X(1).
       01  WS-CHOSEN-UNIT         PIC X(4).
       01  WS-CHOSEN-PACK         PIC 9(4).

      *> Open special-order demand per item, loaded once at startup -
      *> an item a customer is waiting on orders even when it sits
      *> into.
           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PACK-SIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ITEM-MASTER.
      *> buyer to resolve by hand rather than silently skipped.
      *> Only active items reorder - clearance, discontinued and
      *> deleted-pending stock sells through without the reorder
      *> chain buying more of it. Consigned stock is never bought -
      *> the consignor tops it up - so a low one is only listed for
      *> the buyer to ring them.
       100-CHECK-ONE-ITEM.
           PERFORM 085-LOOKUP-SPECIAL-DEMAND.
           PERFORM 086-LOOKUP-FORECAST.
           IF IM-CONSIGNMENT-FLAG = "Y"
               IF WS-ORDER-NEEDED = "Y"
                   DISPLAY "CONSIGNED STOCK LOW " IM-ITEM-CODE
                       " " IM-ITEM-NAME " - ASK CONSIGNOR "
                       IM-SUPPLIER-CODE
               END-IF
           ELSE
               IF (IM-ITEM-STATUS = SPACES OR IM-ITEM-STATUS = "A")
                   AND (WS-ORDER-NEEDED = "Y"
                        OR WS-SPECIAL-DEMAND > ZERO)
                   PERFORM 115-PICK-SOURCE-SUPPLIER
                   IF WS-CHOSEN-SUPPLIER = SPACES
                       ADD 1 TO WS-NO-SUPPLIER-COUNT
                       DISPLAY "NO SUPPLIER ON FILE FOR " IM-ITEM-CODE
                           " " IM-ITEM-NAME " - ORDER BY HAND"
                   ELSE
                       PERFORM 110-RAISE-PO-LINE
                   END-IF
               END-IF
           END-IF.

                       MOVE ZERO TO WS-SUGGESTED-QTY
               END-EVALUATE
               ADD WS-SPECIAL-DEMAND TO WS-SUGGESTED-QTY
      *> Suppliers ship whole cases - round up to the next one.
               MOVE WS-CHOSEN-UNIT TO WS-PK-ORDER-UNIT
               MOVE WS-CHOSEN-PACK TO WS-PK-PACK-SIZE
               PERFORM NORMALIZE-PACK-SIZE
               COMPUTE WS-PK-CASES = (WS-SUGGESTED-QTY
                   + WS-PK-PACK-SIZE - 1) / WS-PK-PACK-SIZE
               COMPUTE WS-SUGGESTED-QTY =
                   WS-PK-CASES * WS-PK-PACK-SIZE

               MOVE SP-PO-NUMBER (WS-FOUND-IDX) TO PO-NUMBER
               MOVE IM-ITEM-CODE TO PO-ITEM-CODE
               MOVE ZERO TO PO-QTY-CONFIRMED
               MOVE SPACES TO PO-PROMISED-DATE
               MOVE SPACES TO PO-DATE-RECEIVED
               MOVE WS-PK-ORDER-UNIT TO PO-ORDER-UNIT
               MOVE WS-PK-PACK-SIZE TO PO-PACK-SIZE
               MOVE PO-QTY-ORDERED TO WS-PK-UNITS
               PERFORM SPLIT-PACK-QUANTITY
               WRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "ALREADY ON ORDER, SKIPPED: PO "
                   NOT INVALID KEY
                       ADD 1 TO WS-LINE-COUNT
                       DISPLAY "PO " PO-NUMBER " ITEM " PO-ITEM-CODE
                           " QTY " WS-PK-TEXT " SUPPLIER "
                           PO-SUPPLIER-CODE
               END-WRITE
           END-IF.
      *> catalog rows, cheapest cost wins by default, shortest lead
      *> days when the shelf is already empty and speed matters more
      *> than price. No catalog rows - the master's single code, the
      *> way every order was sourced before the catalog existed, in
      *> single units since there is no pack size on file for it.
       115-PICK-SOURCE-SUPPLIER.
           MOVE IM-SUPPLIER-CODE TO WS-CHOSEN-SUPPLIER.
           MOVE SPACES TO WS-CHOSEN-UNIT.
           MOVE ZERO TO WS-CHOSEN-PACK.
           MOVE ZEROES TO WS-BEST-COST.
           MOVE ZEROES TO WS-BEST-LEAD.
           MOVE "N" TO WS-SOURCE-SEEN.
           END-EVALUATE.
           MOVE "Y" TO WS-SOURCE-SEEN.
           MOVE CI-SUPPLIER-CODE TO WS-CHOSEN-SUPPLIER.
           MOVE CI-ORDER-UNIT TO WS-CHOSEN-UNIT.
           MOVE CI-PACK-SIZE TO WS-CHOSEN-PACK.
           MOVE CI-UNIT-COST TO WS-BEST-COST.
           MOVE CI-LEAD-DAYS TO WS-BEST-LEAD.
           PERFORM 118-READ-NEXT-SOURCE.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PACK-SIZE-LOGIC.CPY".

       END PROGRAM PURCHASE-ORDER-GENERATE.
