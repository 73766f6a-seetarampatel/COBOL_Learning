      *****************************************************************
      * PACK-SIZE-FIELDS - WORKING-STORAGE for the shared pack-size
      * paragraphs. Stock, cost and every quantity on PORDER.DAT and
      * SUPINV.DAT stay in selling units (the can); a supplier sells
      * in its own order unit (the 24-case), carried on the
      * SUPITEM.DAT row and copied onto each PO line. Any program
      * that prints a quantity against a supplier COPYs this and
      * PACK-SIZE-LOGIC.CPY; one that keys quantities or costs in the
      * supplier's units adds PACK-ENTRY-LOGIC.CPY and the
      * INPUT-VALIDATE-FIELDS/LOGIC pair.
      *
      * Caller MOVEs the order unit and pack size (from the PO line
      * or catalog row) to WS-PK-ORDER-UNIT / WS-PK-PACK-SIZE, and:
      *   - MOVEs a unit quantity to WS-PK-UNITS and PERFORMs
      *     SPLIT-PACK-QUANTITY for WS-PK-CASES, WS-PK-LOOSE and
      *     WS-PK-TEXT ("10 CASE OF 24 + 0 = 240 EACH") to print;
      *   - PERFORMs ACCEPT-PACK-QUANTITY to key whole order units
      *     plus loose selling units, returned in WS-PK-UNITS;
      *   - PERFORMs ACCEPT-PACK-COST to key a cost per order unit,
      *     returned per selling unit in WS-PK-UNIT-COST.
      * A pack size of zero (or a row written before pack sizes were
      * kept) is a pack of one "EACH".
      *****************************************************************
       01  WS-PK-ORDER-UNIT       PIC X(4).
       01  WS-PK-PACK-SIZE        PIC 9(4).
       01  WS-PK-UNITS            PIC 9(7).
       01  WS-PK-CASES            PIC 9(7).
       01  WS-PK-LOOSE            PIC 9(4).
       01  WS-PK-CASE-COST        PIC 9(5)V9(2).
       01  WS-PK-UNIT-COST        PIC 9(3)V9(2).
       01  WS-PK-TEXT             PIC X(40).
       01  WS-PK-CASES-ED         PIC Z(6)9.
       01  WS-PK-LOOSE-ED         PIC Z(3)9.
       01  WS-PK-PACK-ED          PIC Z(3)9.
       01  WS-PK-UNITS-ED         PIC Z(6)9.
