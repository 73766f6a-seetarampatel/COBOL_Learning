      *****************************************************************
      * QUOTE record layout - one numbered price quotation per row
      * (QUOTE.DAT, kept by QUOTE-DESK), made out to a trade
      * customer on CONTACT-MASTER and carrying up to ten lines at
      * the prices we quoted. The register recalls a live quote by
      * number and rings its lines at those prices instead of
      * today's IM-PRICE; the sale stamps the quote converted with
      * its receipt number so it can never be rung twice.
      * QUOTE-CONVERSION-REPORT measures quotes won per salesperson.
      *
      * QT-STATUS: O = open, C = converted to a sale, X = cancelled.
      * An open quote past QT-EXPIRY-DATE is expired - the register
      * refuses it; nothing rewrites the status.
      *****************************************************************
       01  QUOTE-RECORD.
           05 QT-QUOTE-NO         PIC 9(6).
           05 QT-PHONE            PIC 9(10).
           05 QT-SALESPERSON      PIC X(8).
           05 QT-QUOTE-DATE       PIC X(8).
           05 QT-EXPIRY-DATE      PIC X(8).
           05 QT-STATUS           PIC X(1).
           05 QT-CONVERTED-RECEIPT PIC 9(6).
           05 QT-CONVERTED-DATE   PIC X(8).
           05 QT-QUOTE-TOTAL      PIC 9(7)V9(2).
           05 QT-LINE-COUNT       PIC 9(2).
           05 QT-LINE OCCURS 10 TIMES.
               10 QT-ITEM-CODE    PIC X(6).
               10 QT-ITEM-NAME    PIC X(25).
               10 QT-QUANTITY     PIC 9(3).
               10 QT-UNIT-PRICE   PIC 9(3)V9(2).
               10 QT-LINE-TOTAL   PIC 9(5)V9(2).
