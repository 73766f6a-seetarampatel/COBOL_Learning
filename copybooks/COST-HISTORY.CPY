      *****************************************************************
      * COST-HISTORY record layout - one row per change to an item's
      * moving weighted-average cost (COSTHIST.DAT, appended to by
      * GOODS-RECEIVING and SUPPLIER-INVOICE-ENTRY). IM-UNIT-COST
      * used to be overwritten with whatever the last delivery cost;
      * now each delivery blends in by quantity, and this file is how
      * "why does it cost that" gets answered.
      *
      * CV-SOURCE: GR = a delivery booked in at goods receiving
      * (CV-REFERENCE is the PO number, CV-UNIT-COST the delivery
      * note's cost - the cost the units went into stock at);
      * IV = a matched supplier invoice billing a different price
      * than the delivery was booked at (CV-REFERENCE is the
      * supplier's invoice number, CV-UNIT-COST the invoiced cost),
      * trued up across the units still on hand.
      * CV-QTY-ON-HAND is the on-hand figure before the change.
      *****************************************************************
       01  COST-HISTORY-RECORD.
           05 CV-ITEM-CODE        PIC X(6).
           05 CV-DATE             PIC X(8).
           05 CV-SOURCE           PIC X(2).
           05 CV-REFERENCE        PIC X(10).
           05 CV-QUANTITY         PIC 9(5).
           05 CV-UNIT-COST        PIC 9(3)V9(2).
           05 CV-QTY-ON-HAND      PIC S9(5).
           05 CV-OLD-AVG-COST     PIC 9(3)V9(2).
           05 CV-NEW-AVG-COST     PIC 9(3)V9(2).
           05 CV-USER-ID          PIC X(8).
