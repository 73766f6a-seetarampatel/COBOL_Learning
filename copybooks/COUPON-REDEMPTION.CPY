      *****************************************************************
      * COUPON-REDEMPTION record layout - one row per coupon taken at
      * the register (COUPONRD.DAT), written when the basket posts,
      * with the line it was set against and who funds it. A voided
      * receipt's coupons come back as type V rows with the value
      * negated, so a claim period nets them out. COUPON-CLAIM-RUN
      * totals the manufacturer-funded rows by issuer for the
      * clearinghouse.
      *
      * RD-TYPE: R = redeemed, V = reversed by a receipt void.
      *****************************************************************
       01  COUPON-REDEMPTION-RECORD.
           05 RD-DATE             PIC X(8).
           05 RD-RECEIPT-NO       PIC 9(6).
           05 RD-REGISTER-NO      PIC X(4).
           05 RD-CASHIER-ID       PIC X(8).
           05 RD-TYPE             PIC X(1).
           05 RD-COUPON-CODE      PIC X(12).
           05 RD-ITEM-CODE        PIC X(6).
           05 RD-VALUE            PIC S9(3)V9(2).
           05 RD-FUNDED-BY        PIC X(1).
           05 RD-ISSUER           PIC X(10).
