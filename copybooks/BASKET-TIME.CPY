      *****************************************************************
      * BASKET-TIME record layout - one row per posted basket
      * (BASKETTIME.DAT), written by the register once the basket is
      * paid for and logged. SL-TIMESTAMP only ever said when a
      * basket closed; this row also says when it opened - the
      * first answer to the item prompt - so BASKET-SPEED-REPORT can
      * measure how long a basket took and how long the lane stood
      * idle before it. Suspended, empty and training baskets write
      * no row. Both stamps are FUNCTION CURRENT-DATE, like
      * SL-TIMESTAMP. BA-LINE-COUNT is the lines rung, the report's
      * measure of items scanned.
      *****************************************************************
       01  BASKET-TIME-RECORD.
           05 BA-RECEIPT-NO       PIC 9(6).
           05 BA-REGISTER-NO      PIC X(4).
           05 BA-CASHIER-ID       PIC X(8).
           05 BA-SHIFT-CODE       PIC X(1).
           05 BA-START-STAMP      PIC X(26).
           05 BA-END-STAMP        PIC X(26).
           05 BA-LINE-COUNT       PIC 9(3).
