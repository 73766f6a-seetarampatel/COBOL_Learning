      *****************************************************************
      * DELIVERY-BOOKING-FIELDS - WORKING-STORAGE for the shared
      * BOOK-DELIVERY paragraph (DELIVERY-BOOKING-LOGIC.CPY), so the
      * register at checkout and DELIVERY-DESK afterwards book the
      * same way against the same slot capacities. Any program that
      * books a delivery COPYs both of these alongside
      * INPUT-VALIDATE-FIELDS/LOGIC, a SELECT/FD for DELIVERY-FILE
      * (COPY "DELIVERY.CPY", ASSIGN TO "DELIVERY.DAT", INDEXED on
      * DV-RECEIPT-NO, ACCESS DYNAMIC, FILE STATUS
      * DELIVERY-FILE-STATUS) opened I-O, and CONTACT-MASTER open.
      *
      * Caller MOVEs the receipt to WS-DLV-RECEIPT, the customer's
      * phone to WS-DLV-PHONE (zero to have it asked for), and its
      * own user id to WS-DLV-BOOKED-BY, then PERFORMs BOOK-DELIVERY.
      * WS-DLV-BOOKED comes back "Y" when the booking landed. An
      * existing booking for the receipt is moved to the new date
      * and slot (a rebook) - whether it may be is the caller's call.
      *
      * Each slot takes only so many stops a day across all vans -
      * the capacity below, loaded from a literal the same way the
      * register's DISCOUNT-SCHEDULE is.
      *****************************************************************
       01  WS-DLV-RECEIPT         PIC 9(6).
       01  WS-DLV-PHONE           PIC 9(10).
       01  WS-DLV-BOOKED-BY       PIC X(8).
       01  WS-DLV-BOOKED          PIC X(1).
       01  WS-DLV-ADDRESS         PIC X(50).
       01  WS-DLV-ADDR-ENTRY      PIC X(50).
       01  WS-DLV-DATE            PIC X(8).
       01  WS-DLV-SLOT            PIC X(1).
       01  WS-DLV-TODAY           PIC X(8).
       01  WS-DLV-TAKEN           PIC 9(3).
       01  WS-DLV-CAP             PIC 9(3).
       01  WS-DLV-EOF             PIC X(1).
       01  WS-DLV-IDX             PIC 9(1).
       01  WS-DLV-SLOT-DATA.
           05 FILLER PIC X(4) VALUE "A008".
           05 FILLER PIC X(4) VALUE "P008".
           05 FILLER PIC X(4) VALUE "E004".
       01  WS-DLV-SLOT-SCHEDULE REDEFINES WS-DLV-SLOT-DATA.
           05 WS-DLV-SLOT-BAND OCCURS 3 TIMES.
               10 WS-DLV-SLOT-CODE PIC X(1).
               10 WS-DLV-SLOT-CAP  PIC 9(3).
