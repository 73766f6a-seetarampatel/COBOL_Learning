      *> as the standard band "01" so items predating the field keep
      *> taxing the way they always did.
           05 IM-TAX-CATEGORY     PIC X(2).
      *> Moving weighted-average cost per unit of the stock on hand
      *> - each delivery priced at goods receiving blends in by
      *> quantity, and a matched supplier invoice billing a different
      *> price trues it up (every change is kept on COSTHIST.DAT).
      *> Gives margin (sold at IM-PRICE) and shelf valuation their
      *> cost side. Zero until a delivery prices it.
           05 IM-UNIT-COST        PIC 9(3)V9(2).
      *> "Y" means the item sells by weight - IM-PRICE is the
      *> per-kilogram price and the register accepts the quantity
      *> and the empties refund pays back out of the drawer. Set by
      *> CONTAINER-DEPOSIT-MAINTENANCE.
           05 IM-CONTAINER-DEPOSIT PIC 9(1)V9(2).
      *> Warranty terms. On a serialized item, IM-WARRANTY-MONTHS is
      *> the manufacturer's warranty from the day of sale - every
      *> serial sold is registered on WARRANTY.DAT with its end date.
      *> IM-EXT-WARRANTY "Y" marks an extended-warranty plan sold as
      *> an add-on line; its IM-WARRANTY-MONTHS is the cover it adds
      *> past the manufacturer's end date. Both kept by
      *> SERIAL-ITEM-MAINTENANCE; zero / "N" for everything else.
           05 IM-WARRANTY-MONTHS  PIC 9(3).
           05 IM-EXT-WARRANTY     PIC X(1).
      *> Product recall. IM-RECALL-FLAG "Y" - an open recall notice
      *> covers all of this item's stock (or a lot of it, which the
      *> shelf cannot tell apart): the register refuses to sell it
      *> and nothing transfers or lays it away. "S" - only a serial
      *> range is recalled: the register refuses those serials.
      *> Spaces/"N" = no open recall. IM-QTY-QUARANTINED is stock
      *> pulled off IM-QTY-ON-HAND by a notice, held until the RTV
      *> desk ships it back. Both kept by RECALL-DESK.
           05 IM-RECALL-FLAG      PIC X(1).
           05 IM-QTY-QUARANTINED  PIC 9(5).
      *> "Y" means the stock on the shelf is consigned - it stays the
      *> supplier's (IM-SUPPLIER-CODE, the consignor) until it sells,
      *> so it is left out of our stock valuation and never reordered
      *> on a purchase order. IM-UNIT-COST is then the agreed price
      *> per unit sold that CONSIGN-SETTLE-RUN pays the consignor
      *> each month. Set by CONSIGNMENT-MAINTENANCE.
           05 IM-CONSIGNMENT-FLAG PIC X(1).
