      * order against a real supplier instead of somebody phoning the
      * order in off a scribbled note. Same COPY-into-FD convention
      * as ITEM-MASTER.CPY.
      *
      * Payment terms: "2% 10 NET 30" is SUP-DISC-PCT 2.00,
      * SUP-DISC-DAYS 10, SUP-NET-DAYS 30 - the invoice falls due
      * SUP-NET-DAYS after its date, and paying within SUP-DISC-DAYS
      * earns the discount. Zero SUP-DISC-PCT means plain net terms;
      * zero SUP-NET-DAYS is taken as net 30 by SUPPLIER-PAYMENT-RUN.
      *****************************************************************
       01  SUPPLIER-MASTER-RECORD.
           05 SUP-SUPPLIER-CODE   PIC X(4).
           05 SUP-NAME            PIC X(25).
           05 SUP-PHONE           PIC 9(10).
           05 SUP-EMAIL           PIC X(30).
           05 SUP-DISC-PCT        PIC 9(2)V9(2).
           05 SUP-DISC-DAYS       PIC 9(3).
           05 SUP-NET-DAYS        PIC 9(3).
