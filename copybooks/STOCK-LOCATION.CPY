      *****************************************************************
      * STOCK-LOCATION record layout - where one item's stock sits in
      * the store (LOCATION.DAT, kept by STOCK-LOCATION-MAINTENANCE),
      * keyed by item code. IM-QTY-ON-HAND stays the one on-hand
      * figure; this splits it between the home shelf and up to four
      * backroom bins so the shelf can be kept full from the back.
      *
      * LC-SHELF-QTY is what the shelf held at LC-LAST-FILL (a counted
      * shelf, or the last confirmed fill); SHELF-REPLENISH-RUN takes
      * off what SALESLOG.DAT has sold since then to estimate the
      * shelf now. Bins are emptied in slot order - slot 1 first.
      * Location codes are keyed so that they sort in the order the
      * stockroom is walked (aisle, bay, level), which is the order
      * the pick list prints in. An unused bin has spaces for its
      * location and zero quantity.
      *****************************************************************
       01  STOCK-LOCATION-RECORD.
           05 LC-ITEM-CODE        PIC X(6).
           05 LC-SHELF-LOCATION   PIC X(8).
           05 LC-SHELF-CAPACITY   PIC 9(5).
           05 LC-SHELF-QTY        PIC 9(5).
           05 LC-LAST-FILL        PIC X(14).
           05 LC-BIN OCCURS 4 TIMES.
               10 LC-BIN-LOCATION PIC X(8).
               10 LC-BIN-QTY      PIC 9(5).
