      *> sale rows.
           05 SL-ORIG-RECEIPT     PIC 9(6).
           05 SL-ORIG-VERIFIED    PIC X(1).
      *> Moving weighted-average cost of one unit (IM-UNIT-COST) at
      *> the moment the line was rung, so margin reporting costs last
      *> month's sales at last month's cost instead of whatever the
      *> item costs today. Zero for lines with no item on the master
      *> (hand-keyed ad hoc goods, layaway payments). Rows logged
      *> before the cost was carried read it as spaces - readers fall
      *> back to the item master's cost for those.
           05 SL-UNIT-COST        PIC 9(3)V9(2).
