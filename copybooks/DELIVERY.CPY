      *****************************************************************
      * DELIVERY record layout - one row per home delivery booked
      * against a receipt (DELIVERY.DAT, indexed on the receipt
      * number - one delivery per receipt). Booked at the register
      * after checkout or later at DELIVERY-DESK; the customer
      * rides along as the CM-PHONE key into CONTACT-MASTER, with
      * the address the driver goes to (the billing address unless
      * the customer gave another). The items on the van are the
      * receipt's own SALESLOG.DAT rows - DELIVERY-MANIFEST reads
      * them from there instead of copying them here.
      *
      * DV-SLOT: A = morning, P = afternoon, E = evening.
      * DV-VAN is spaces until dispatch puts the stop on a van.
      * DV-STATUS: B = booked, D = delivered (DV-RESULT-NOTE holds
      * who signed for it), F = failed (DV-RESULT-NOTE holds why -
      * rebooking puts it back to B), X = cancelled.
      *****************************************************************
       01  DELIVERY-RECORD.
           05 DV-RECEIPT-NO       PIC 9(6).
           05 DV-PHONE            PIC 9(10).
           05 DV-ADDRESS          PIC X(50).
           05 DV-DELIVERY-DATE    PIC X(8).
           05 DV-SLOT             PIC X(1).
           05 DV-VAN              PIC X(2).
           05 DV-STATUS           PIC X(1).
           05 DV-ATTEMPTS         PIC 9(1).
           05 DV-BOOKED-DATE      PIC X(8).
           05 DV-BOOKED-BY        PIC X(8).
           05 DV-RESULT-DATE      PIC X(8).
           05 DV-RESULT-NOTE      PIC X(30).
