      *
      * RK-STATUS: O = outstanding, R = redeemed, X = expired unused
      * (stamped by the report when it finds one past its date).
      * RK-PHONE is the customer's CONTACT-MASTER phone when they
      * gave it, so the voucher shows on their CUSTOMER-STATEMENT;
      * zero when issued to a walk-in.
      *****************************************************************
       01  RAIN-CHECK-RECORD.
           05 RK-VOUCHER-NO       PIC 9(6).
           05 RK-EXPIRY-DATE      PIC X(8).
           05 RK-STATUS           PIC X(1).
           05 RK-REDEEMED-DATE    PIC X(8).
           05 RK-PHONE            PIC 9(10).
