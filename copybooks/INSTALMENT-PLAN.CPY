      *****************************************************************
      * INSTALMENT-PLAN record layout - a family's agreement to pay
      * one term's fees in instalments (FEEPLAN.DAT, keyed by
      * student + term, kept by FEE-PLAN-DESK). FEE-ARREARS-RUN
      * measures a planned term against the instalments due, not the
      * whole bill, and FEE-SURCHARGE-RUN charges a late fee for
      * each instalment missed past the grace period.
      *
      * IP-STATUS: A = active, C = cancelled (the term falls back to
      *            being due in full).
      * IP-PLAN-TOTAL: what the term still owed when the plan was
      *            agreed - the instalments add up to it.
      * IP-DUE-DATE/IP-DUE-AMOUNT: the schedule, in date order;
      *            only the first IP-INST-COUNT are used.
      *****************************************************************
       01  INSTALMENT-PLAN-RECORD.
           05 IP-PLAN-KEY.
               10 IP-STUDENT-ID   PIC X(8).
               10 IP-TERM-CODE    PIC X(5).
           05 IP-STATUS           PIC X(1).
           05 IP-PLAN-TOTAL       PIC 9(5)V9(2).
           05 IP-AGREED-BY        PIC X(8).
           05 IP-AGREED-DATE      PIC X(8).
           05 IP-INST-COUNT       PIC 9(1).
           05 IP-INSTALMENT OCCURS 6 TIMES.
               10 IP-DUE-DATE     PIC X(8).
               10 IP-DUE-AMOUNT   PIC 9(5)V9(2).
