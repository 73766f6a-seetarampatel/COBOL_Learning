      *****************************************************************
      * RTV-CANDIDATE record layout - goods another desk has decided
      * should go back to a supplier, waiting for the RTV desk to
      * ship them (RTVCAND.DAT). RETURN-TO-VENDOR's K function walks
      * the open candidates for a supplier and books the ones sent
      * onto an RTV document, marking each shipped with its RTV
      * number. Keyed by where the candidate came from, that
      * document's number, and the item.
      *
      * RC-SOURCE: W = warranty claim (RC-SOURCE-NO is the claim);
      * R = product recall closed by RECALL-DESK (RC-SOURCE-NO is
      * the recall number).
      * RC-STOCK-MOVES: "Y" the goods are ours and leave on-hand
      * when shipped; "Q" ours but held in quarantine - they leave
      * IM-QTY-QUARANTINED; "N" a customer's unit going for repair -
      * it was never in our stock and nothing is credited.
      * RC-STATUS: O = open, S = shipped on RC-RTV-NO.
      *****************************************************************
       01  RTV-CANDIDATE-RECORD.
           05 RC-KEY.
              10 RC-SOURCE        PIC X(1).
              10 RC-SOURCE-NO     PIC 9(6).
              10 RC-ITEM-CODE     PIC X(6).
           05 RC-SUPPLIER-CODE    PIC X(4).
           05 RC-QUANTITY         PIC 9(5).
           05 RC-SERIAL-NO        PIC X(15).
           05 RC-REASON-CODE      PIC X(2).
           05 RC-STOCK-MOVES      PIC X(1).
           05 RC-STATUS           PIC X(1).
           05 RC-DATE-RAISED      PIC X(8).
           05 RC-RTV-NO           PIC 9(6).
