      *****************************************************************
      * COUPON record layout - one row per paper coupon the store
      * accepts (COUPON.DAT), keyed by the code printed on it. The
      * register validates a coupon handed over at checkout against
      * this row and the basket - live dates, status, and a
      * qualifying line (the named item, or any item in the named
      * department when CP-ITEM-CODE is spaces) - instead of the
      * cashier keying it as a price override. Kept by
      * COUPON-MAINTENANCE.
      *
      * CP-FUNDED-BY: S = store-funded (a markdown we bear), M =
      * manufacturer-funded (claimed back from the clearinghouse on
      * the issuer's behalf by COUPON-CLAIM-RUN).
      * CP-STATUS: A = accepted, W = withdrawn.
      *****************************************************************
       01  COUPON-RECORD.
           05 CP-COUPON-CODE      PIC X(12).
           05 CP-DESCRIPTION      PIC X(20).
           05 CP-ITEM-CODE        PIC X(6).
           05 CP-DEPARTMENT       PIC X(2).
      *> Face value - amount off one qualifying unit.
           05 CP-VALUE            PIC 9(3)V9(2).
           05 CP-START-DATE       PIC X(8).
           05 CP-EXPIRY-DATE      PIC X(8).
           05 CP-FUNDED-BY        PIC X(1).
           05 CP-ISSUER           PIC X(10).
           05 CP-STATUS           PIC X(1).
