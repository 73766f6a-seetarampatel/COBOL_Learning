      *****************************************************************
      * STOCK-SNAPSHOT record layout - one row per item with its
      * IM-QTY-ON-HAND as at the last STOCK-ROLL-FORWARD run
      * (STOCKSNAP.DAT, rewritten whole by each run in item-code
      * order). Last night's closing quantity is tonight's opening
      * balance: opening plus the STOCKMOVE.DAT movements stamped
      * after SN-TAKEN-STAMP must come to the quantity on the master
      * now, or the item is listed as an exception.
      *****************************************************************
       01  STOCK-SNAPSHOT-RECORD.
           05 SN-ITEM-CODE        PIC X(6).
           05 SN-QTY-ON-HAND      PIC S9(5).
           05 SN-TAKEN-STAMP      PIC X(26).
