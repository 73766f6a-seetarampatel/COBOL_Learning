      *****************************************************************
      * CHARGE-LEDGER record layout - one row per house-account
      * movement (CHGLEDGR.DAT): a basket charged at the register, a
      * payment the office posted, or a voided charge credited back.
      * An account's balance on any date is its charges less its
      * payments and credits to that date - the statement run builds
      * opening and closing balances and the 30/60/90 aging from
      * these rows; CA-BALANCE on CHGACCT.DAT is the running figure
      * the register checks the credit limit against.
      *
      * CL-TYPE: C = charge (balance up), P = payment (balance down),
      * R = charge reversed by a receipt void (balance down).
      * CL-REFERENCE carries the cheque number on a payment.
      *****************************************************************
       01  CHARGE-LEDGER-RECORD.
           05 CL-PHONE            PIC 9(10).
           05 CL-DATE             PIC X(8).
           05 CL-TYPE             PIC X(1).
           05 CL-RECEIPT-NO       PIC 9(6).
           05 CL-REFERENCE        PIC X(10).
           05 CL-AMOUNT           PIC 9(7)V9(2).
           05 CL-REGISTER-NO      PIC X(4).
           05 CL-ENTERED-BY       PIC X(8).
