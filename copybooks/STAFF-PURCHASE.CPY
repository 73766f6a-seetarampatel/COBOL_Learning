      *****************************************************************
      * STAFF-PURCHASE record layout - one row per staff basket
      * (STAFFPUR.DAT), written when the basket posts: who bought,
      * the discounted spend, the staff discount given, and how much
      * of it was settled by payroll deduction. A voided receipt
      * comes back as a type V row with the amounts negated, so a
      * pay period nets it out. STAFF-DEDUCTION-RUN totals the
      * deduction column per person for the payroll service.
      *
      * PU-TYPE: S = staff sale, V = reversed by a receipt void.
      *****************************************************************
       01  STAFF-PURCHASE-RECORD.
           05 PU-DATE             PIC X(8).
           05 PU-RECEIPT-NO       PIC 9(6).
           05 PU-REGISTER-NO      PIC X(4).
           05 PU-CASHIER-ID       PIC X(8).
           05 PU-USER-ID          PIC X(8).
           05 PU-TYPE             PIC X(1).
           05 PU-SPEND            PIC S9(7)V9(2).
           05 PU-DISCOUNT         PIC S9(7)V9(2).
           05 PU-PAYROLL-AMT      PIC S9(7)V9(2).
