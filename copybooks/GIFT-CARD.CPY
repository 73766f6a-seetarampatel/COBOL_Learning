      * no record of what is outstanding finally have a balance on
      * file. Issued/loaded and redeemed at the register's gift-card
      * desk; the outstanding liability is the sum of GC-BALANCE.
      * GC-PHONE is the card holder's CONTACT-MASTER phone when the
      * customer gave it at issue, so the card shows on their
      * CUSTOMER-STATEMENT; zero on an anonymous card.
      *****************************************************************
       01  GIFT-CARD-RECORD.
           05 GC-CARD-NO          PIC 9(10).
           05 GC-ISSUED-DATE      PIC X(8).
           05 GC-BALANCE          PIC 9(5)V9(2).
           05 GC-PHONE            PIC 9(10).
