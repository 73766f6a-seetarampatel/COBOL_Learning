      *****************************************************************
      * SHELF-PICK record layout - one line of the shelf-replenishment
      * pick list (PICKLIST.DAT), written by SHELF-REPLENISH-RUN in
      * walk order and confirmed line by line by SHELF-FILL-CONFIRM,
      * which moves the quantity brought out from the backroom bin to
      * the shelf on LOCATION.DAT and then clears the list.
      *
      * SP-LIST-STAMP is when the list was worked out and SP-SHELF-EST
      * the shelf quantity estimated at that moment, so a confirmed
      * fill restarts the sales count from the list time - anything
      * sold while the pick was being walked still counts against
      * the shelf next run. SP-BIN-SLOT is the LC-BIN occurrence the
      * quantity comes out of.
      *****************************************************************
       01  SHELF-PICK-RECORD.
           05 SP-LIST-STAMP       PIC X(14).
           05 SP-BIN-LOCATION     PIC X(8).
           05 SP-ITEM-CODE        PIC X(6).
           05 SP-BIN-SLOT         PIC 9(1).
           05 SP-QUANTITY         PIC 9(5).
           05 SP-SHELF-LOCATION   PIC X(8).
           05 SP-SHELF-EST        PIC 9(5).
