      *****************************************************************
      * STORE-STOCK record layout - one row per item on a store's
      * stock extract (STOCKXTR.DAT), cut at the store by
      * STORE-STOCK-EXTRACT from its local ITEMMSTR.DAT and shipped to
      * head office under the name its STOREMST.DAT row gives it
      * (STORE1-STOCK.DAT and siblings).
      * STOCK-BALANCE-RUN sets these against the consolidated sales to
      * find stock sitting in the wrong shop. Carries only what that
      * needs - the on-hand figure and the flags that stop an item
      * being moved.
      *****************************************************************
       01  STORE-STOCK-RECORD.
           05 SS-ITEM-CODE        PIC X(6).
           05 SS-ITEM-NAME        PIC X(25).
           05 SS-QTY-ON-HAND      PIC S9(5).
           05 SS-ITEM-STATUS      PIC X(1).
           05 SS-RECALL-FLAG      PIC X(1).
           05 SS-EXTRACT-DATE     PIC X(8).
