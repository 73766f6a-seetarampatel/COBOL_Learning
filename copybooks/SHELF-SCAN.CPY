      *****************************************************************
      * SHELF-SCAN record layout - one row per shelf-edge label read
      * on a handheld walk of the aisles (SHELFSCAN.DAT, unloaded
      * from the handheld cradle), read by SHELF-PRICE-AUDIT. The
      * handheld scans the product barcode on the shelf and the
      * operator keys the price the label shows; a facing with no
      * label on it is keyed as a zero price. HS-AISLE is the aisle
      * or bay the operator keyed at the start of each run of the
      * shelf, so a wrong label can be found again.
      *****************************************************************
       01  SHELF-SCAN-RECORD.
           05 HS-BARCODE          PIC X(13).
           05 HS-SHELF-PRICE      PIC 9(3)V9(2).
           05 HS-AISLE            PIC X(4).
           05 HS-SCAN-DATE        PIC X(8).
           05 HS-SCANNED-BY       PIC X(8).
