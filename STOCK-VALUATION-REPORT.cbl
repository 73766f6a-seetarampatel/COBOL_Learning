      * Author:
      * Date:
      * Purpose: Stock-valuation report - walks ITEMMSTR.DAT in key
      *          order and totals IM-QTY-ON-HAND at IM-UNIT-COST (the
      *          moving weighted-average cost), so
      *          "what is the stock on the shelves worth" is a
      *          program run instead of a guess. Items no delivery
      *          has priced yet (zero cost) are listed separately so
      *          A department roll-up follows the detail - on-hand
      *          units and value per IM-DEPARTMENT, with items not
      *          yet filed to a department under UNASSIGNED.
      *          Consigned items are the consignor's stock, not ours -
      *          they stay out of the value and the roll-up, and are
      *          only counted as a memo at the foot of the report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-TOTAL-VALUE          PIC S9(11)V99 VALUE ZERO.
       01 WS-ITEMS-LISTED         PIC 9(5) VALUE ZERO.
       01 WS-UNCOSTED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CONSIGNED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CONSIGNED-UNITS      PIC S9(7) VALUE ZERO.

      *> Department roll-up of the stock on hand - "??" collects
      *> items no one has filed to a department yet. Uncosted items
           DISPLAY "ITEMS VALUED: " WS-ITEMS-LISTED.
           DISPLAY "ITEMS WITH NO COST ON FILE: " WS-UNCOSTED-COUNT.
           DISPLAY "STOCK VALUE AT COST: " WS-TOTAL-VALUE.
           DISPLAY "CONSIGNED ITEMS NOT VALUED: " WS-CONSIGNED-COUNT
               " UNITS HELD " WS-CONSIGNED-UNITS.
           DISPLAY "==================================================".

           PERFORM 300-PRINT-DEPT-ROLLUP.
           READ ITEM-MASTER NEXT
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN IM-CONSIGNMENT-FLAG = "Y"
                           ADD 1 TO WS-CONSIGNED-COUNT
                           ADD IM-QTY-ON-HAND TO WS-CONSIGNED-UNITS
                       WHEN IM-UNIT-COST = ZERO
                           MOVE ZERO TO WS-ITEM-VALUE
                           ADD 1 TO WS-UNCOSTED-COUNT
                           DISPLAY IM-ITEM-CODE " " IM-ITEM-NAME
                               " ON HAND " IM-QTY-ON-HAND
                               " - NO COST ON FILE"
                       WHEN OTHER
                           COMPUTE WS-ITEM-VALUE =
                               IM-QTY-ON-HAND * IM-UNIT-COST
                           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
                           ADD 1 TO WS-ITEMS-LISTED
                           DISPLAY IM-ITEM-CODE " " IM-ITEM-NAME
                               " ON HAND " IM-QTY-ON-HAND
                               " AT " IM-UNIT-COST
                               " = " WS-ITEM-VALUE
                   END-EVALUATE
           END-READ.
           IF WS-EOF-FLAG = "N"
               AND IM-CONSIGNMENT-FLAG NOT = "Y"
               PERFORM 200-ROLL-UP-TO-DEPT
           END-IF.

