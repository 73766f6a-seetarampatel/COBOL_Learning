      * Date:
      * Purpose: Margin report from the sales log - revenue, cost and
      *          margin per item over a keyed date range, costing each
      *          sold unit at the cost recorded on its sales-log row
      *          (the item master's IM-UNIT-COST for older rows
      *          logged without one). Revenue
      *          on a loss-leader looks great on the seller rankings;
      *          this is the report that says what we actually made.
      *          A range reaching back past the live log's oldest row
      *> the shared SALES-LOG copy in WORKING-STORAGE, same pattern
      *> as BEST-WORST-SELLER-REPORT.
       FD  SALES-LOG.
       01  LIVE-ROW               PIC X(209).

       FD  SALES-LOG-ARC.
       01  ARC-ROW                PIC X(209).

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".
               10 WS-IT-COST      PIC S9(7)V99.
       01 WS-FOUND-IDX            PIC 9(3).
       01 WS-MARGIN               PIC S9(7)V99.
       01 WS-LINE-COST            PIC S9(7)V99.
       01 WS-TOTAL-REVENUE        PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-COST           PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-MARGIN         PIC S9(9)V99 VALUE ZERO.
                   ADD SL-QUANTITY TO WS-IT-UNITS (IT-IDX)
                   ADD SL-LINE-TOTAL-HOME TO WS-IT-REVENUE (IT-IDX)
                   ADD SL-LINE-TOTAL-HOME TO WS-TOTAL-REVENUE
                   PERFORM 120-COST-ONE-ROW
               END-IF
           END-IF.

                   ADD SL-QUANTITY TO WS-IT-UNITS (IT-IDX)
                   ADD SL-LINE-TOTAL-HOME TO WS-IT-REVENUE (IT-IDX)
                   ADD SL-LINE-TOTAL-HOME TO WS-TOTAL-REVENUE
                   PERFORM 120-COST-ONE-ROW
               END-IF
           END-IF.

               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> A row carrying the unit cost the register recorded at the
      *> time of sale is costed at that - what the units actually
      *> cost us, whatever the average has done since. Rows logged
      *> before the register recorded a cost read as spaces there
      *> and fall back to the item master's average cost.
       120-COST-ONE-ROW.
           MOVE ZEROES TO WS-LINE-COST.
           IF SL-UNIT-COST IS NUMERIC
               COMPUTE WS-LINE-COST = SL-QUANTITY * SL-UNIT-COST
           ELSE
               IF SL-ITEM-CODE NOT = SPACES
                   AND ITEM-MASTER-STATUS = "00"
                   MOVE SL-ITEM-CODE TO IM-ITEM-CODE
                   READ ITEM-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-LINE-COST =
                               SL-QUANTITY * IM-UNIT-COST
                   END-READ
               END-IF
           END-IF.
           ADD WS-LINE-COST TO WS-IT-COST (IT-IDX).
           ADD WS-LINE-COST TO WS-TOTAL-COST.

       110-FIND-OR-ADD-ITEM.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING IT-IDX FROM 1 BY 1
