      * goes anywhere), O = open/approved, P = part-received,
      * R = fully received, C = cancelled at review. GOODS-RECEIVING
      * refuses W and C lines - unapproved paper is not an order.
      *
      * Quantities are in selling units. PO-ORDER-UNIT and
      * PO-PACK-SIZE are the supplier's order unit for the line,
      * copied off the SUPITEM.DAT row when the line is raised, so a
      * later catalog change cannot re-size an order already sent;
      * PO-QTY-ORDERED is always whole order units. Lines raised
      * before pack sizes were kept read as a pack of one.
      *****************************************************************
       01  PURCHASE-ORDER-RECORD.
           05 PO-KEY.
      *> actual lead time - SUPPLIER-PERFORMANCE-REPORT averages it
      *> per supplier against the ordered-versus-received fill rate.
           05 PO-DATE-RECEIVED    PIC X(8).
           05 PO-ORDER-UNIT       PIC X(4).
           05 PO-PACK-SIZE        PIC 9(4).
