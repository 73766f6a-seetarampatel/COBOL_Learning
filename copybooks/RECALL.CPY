      *****************************************************************
      * RECALL record layout - one row per item code named on a
      * supplier's recall notice (RECALL.DAT, kept by RECALL-DESK),
      * numbered from its own RECALLNO.DAT counter like the other
      * document counters. A notice naming several items is several
      * rows under one RY-RECALL-NO. Keyed item code first, so the
      * register can start at an item and read its notices.
      *
      * RY-SCOPE: A = all stock of the item; L = one delivery lot
      * (the STOCKLOT.DAT lot of RY-LOT-PO); S = a serial range,
      * RY-SERIAL-FROM through RY-SERIAL-TO. A lot cannot be told
      * apart on the shelf or at the till, so an A or L notice stops
      * the item selling outright (IM-RECALL-FLAG "Y"); an S notice
      * only refuses the serials in its range (IM-RECALL-FLAG "S").
      * RY-QTY-QUARANTINED is what this notice took off
      * IM-QTY-ON-HAND into IM-QTY-QUARANTINED.
      * RY-STATUS: O = open, C = closed (stock raised to the RTV
      * desk as candidates under RC-SOURCE "R").
      *****************************************************************
       01  RECALL-RECORD.
           05 RY-KEY.
              10 RY-ITEM-CODE     PIC X(6).
              10 RY-RECALL-NO     PIC 9(6).
           05 RY-SUPPLIER-CODE    PIC X(4).
           05 RY-SUPPLIER-REF     PIC X(15).
           05 RY-DESCRIPTION      PIC X(40).
           05 RY-SCOPE            PIC X(1).
           05 RY-LOT-PO           PIC 9(6).
           05 RY-SERIAL-FROM      PIC X(15).
           05 RY-SERIAL-TO        PIC X(15).
           05 RY-QTY-QUARANTINED  PIC 9(5).
           05 RY-STATUS           PIC X(1).
           05 RY-DATE-ISSUED      PIC X(8).
           05 RY-DATE-CLOSED      PIC X(8).
           05 RY-ENTERED-BY       PIC X(8).
