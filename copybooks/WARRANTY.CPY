      *****************************************************************
      * WARRANTY record layout - one row per serialized unit sold
      * (WARRANTY.DAT), registered by the register when the sale
      * posts, so the service desk can tell whether the drill that
      * came back six months later is still covered. Keyed by serial
      * then item code - WARRANTY-DESK finds a serial by starting at
      * it and reading on while the serial matches. A unit returned
      * and sold again is re-registered to its new sale.
      *
      * WR-MFR-END-DATE is the sale date plus the item's
      * IM-WARRANTY-MONTHS. WR-EXT-END-DATE equals it until an
      * extended-warranty plan is sold against the serial, which
      * pushes it out and records the plan's receipt.
      * WR-STATUS: A = active, R = unit returned, V = sale voided.
      *****************************************************************
       01  WARRANTY-RECORD.
           05 WR-KEY.
              10 WR-SERIAL-NO     PIC X(15).
              10 WR-ITEM-CODE     PIC X(6).
           05 WR-ITEM-NAME        PIC X(25).
           05 WR-RECEIPT-NO       PIC 9(6).
           05 WR-SALE-DATE        PIC X(8).
           05 WR-PHONE            PIC 9(10).
           05 WR-MFR-END-DATE     PIC X(8).
           05 WR-EXT-END-DATE     PIC X(8).
           05 WR-EXT-RECEIPT      PIC 9(6).
           05 WR-STATUS           PIC X(1).
           05 WR-CLAIM-COUNT      PIC 9(3).
