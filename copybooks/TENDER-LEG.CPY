      *****************************************************************
      * TENDER-LEG record layout - one row per tender taken against a
      * closed basket (TENDER.DAT), written by the register beside
      * the basket's SALES-LOG rows. A customer paying $40 cash and
      * the rest by card used to be rung as two receipts because the
      * log could only repeat one tender type per basket; now the
      * basket settles in as many legs as it takes, and each leg is
      * kept here so the Z-report, deposit preparation, the card
      * settlement reconciliation and the receipt reprint can show
      * the real split.
      *
      * TN-TENDER-TYPE: CASH, CARD, GIFT (stored-value card - the
      * card number rides in TN-REFERENCE), PNTS (loyalty points -
      * the points count rides in TN-REFERENCE), ACCT (charged to a
      * trade customer's house account - the account phone number
      * rides in TN-REFERENCE).
      *
      * TN-TENDERED is what the customer handed over on the leg,
      * TN-CHANGE what went back - only ever on a CASH leg; card,
      * stored-value and account legs are capped at the balance due.
      * TN-APPLIED (tendered less change) is what the leg actually
      * settled, signed so a refund basket's one leg pays out; the
      * home-currency figure is converted at the basket's rate.
      *
      * TN-SPLIT-FLAG "Y" marks every leg of a basket settled by more
      * than one money tender (any two of cash, card and house
      * account) - the basket's SALES-LOG rows carry SL-TENDER-TYPE
      * "SPLT" and the drawer reconciliation takes its tender split
      * from these legs instead of from the log rows.
      *****************************************************************
       01  TENDER-LEG-RECORD.
           05 TN-RECEIPT-NO       PIC 9(6).
           05 TN-LEG-NO           PIC 9(2).
           05 TN-DATE             PIC X(8).
           05 TN-REGISTER-NO      PIC X(4).
           05 TN-CASHIER-ID       PIC X(8).
           05 TN-SHIFT-CODE       PIC X(1).
           05 TN-TENDER-TYPE      PIC X(4).
           05 TN-TENDERED         PIC 9(5)V9(2).
           05 TN-CHANGE           PIC 9(5)V9(2).
           05 TN-APPLIED          PIC S9(5)V9(2).
           05 TN-APPLIED-HOME     PIC S9(5)V9(2).
           05 TN-CURRENCY-CODE    PIC X(3).
           05 TN-REFERENCE        PIC X(10).
           05 TN-SPLIT-FLAG       PIC X(1).
