      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of SUPPLIER-MAINTENANCE, for the supplier-item
      *          catalog (SUPITEM.DAT): link a supplier to an item
      *          with the unit and pack size that supplier sells it
      *          in, its cost per pack and typical lead days, change
      *          the figures, or list every source for an item.
      *          PURCHASE-ORDER-GENERATE picks its source per line
      *          off these rows instead of being hard-wired to the
      *          one code on the item master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFCATALOG VALUE "Y".
       01  WS-SOURCE-COUNT        PIC 9(3).
       01  WS-CASE-COST           PIC 9(5)V9(2).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "PACK-SIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SUPPLIER-ITEM CATALOG MAINTENANCE".
                   WRITE SUPPLIER-ITEM-RECORD
                   DISPLAY "SOURCE ADDED"
               NOT INVALID KEY
                   PERFORM 220-PACK-COST
                   DISPLAY "ON FILE: " WS-PK-ORDER-UNIT " OF "
                       WS-PK-PACK-SIZE " COST " WS-CASE-COST
                       " (" CI-UNIT-COST " EACH) LEAD "
                       CI-LEAD-DAYS " DAYS"
                   PERFORM 210-ACCEPT-SOURCE-FIGURES
                   REWRITE SUPPLIER-ITEM-RECORD
                   DISPLAY "SOURCE CHANGED"
           END-READ.

      *> The supplier's order unit first - the cost is then keyed
      *> the way their price list shows it, per case, and kept per
      *> selling unit.
       210-ACCEPT-SOURCE-FIGURES.
           DISPLAY "ORDER UNIT THIS SUPPLIER SELLS IN (E.G. CASE, "
               "BLANK FOR EACH)".
           ACCEPT CI-ORDER-UNIT.
           DISPLAY "SELLING UNITS PER ORDER UNIT (1 IF SOLD SINGLY)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CI-PACK-SIZE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE CI-ORDER-UNIT TO WS-PK-ORDER-UNIT.
           MOVE CI-PACK-SIZE TO WS-PK-PACK-SIZE.
           PERFORM NORMALIZE-PACK-SIZE.
           MOVE WS-PK-ORDER-UNIT TO CI-ORDER-UNIT.
           MOVE WS-PK-PACK-SIZE TO CI-PACK-SIZE.

           DISPLAY "THIS SUPPLIER'S COST".
           PERFORM ACCEPT-PACK-COST.
           MOVE WS-PK-UNIT-COST TO CI-UNIT-COST.

           DISPLAY "TYPICAL LEAD DAYS".
           MOVE "N" TO WS-IV-VALID.
           END-PERFORM.
           COMPUTE CI-LEAD-DAYS = FUNCTION NUMVAL-C(WS-IV-INPUT).

       220-PACK-COST.
           MOVE CI-ORDER-UNIT TO WS-PK-ORDER-UNIT.
           MOVE CI-PACK-SIZE TO WS-PK-PACK-SIZE.
           PERFORM NORMALIZE-PACK-SIZE.
           COMPUTE WS-CASE-COST = CI-UNIT-COST * WS-PK-PACK-SIZE.

       300-LIST-ITEM-SOURCES.
           DISPLAY "ENTER ITEM CODE".
           ACCEPT WS-LOOKUP-ITEM.
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           PERFORM 220-PACK-COST.
           DISPLAY CI-SUPPLIER-CODE " " WS-PK-ORDER-UNIT " OF "
               WS-PK-PACK-SIZE " COST " WS-CASE-COST " ("
               CI-UNIT-COST " EACH) LEAD " CI-LEAD-DAYS " DAYS".
           READ SUPPLIER-ITEM-FILE NEXT
               AT END SET ENDOFCATALOG TO TRUE
           END-READ.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "PACK-SIZE-LOGIC.CPY".

           COPY "PACK-ENTRY-LOGIC.CPY".

       END PROGRAM SUPPLIER-ITEM-MAINTENANCE.
