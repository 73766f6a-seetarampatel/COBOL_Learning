      *****************************************************************
      * REBATE-AGREEMENT record layout - one supplier volume rebate
      * agreement per row (REBATE.DAT, kept by REBATE-MAINTENANCE),
      * keyed by supplier code and the first day of the agreement's
      * period, so a supplier renewing each year gets a new row and
      * the old one keeps its claim history. Up to three tiers: once
      * the period's received value reaches RA-TIER-FROM, the whole
      * period's value earns RA-TIER-PCT - "2% over 50,000, 3% over
      * 100,000" keys as 50000.00/2.00 and 100000.00/3.00. Unused
      * tiers are left zero.
      *
      * REBATE-ACCRUAL-RUN refreshes RA-RECEIVED-VALUE, RA-RATE-EARNED
      * and RA-ACCRUED each month while the period is open, and once
      * the period has ended numbers the claim and prints the claim
      * statement for the supplier.
      *
      * RA-STATUS: A = accruing, the period still open or not yet
      * claimed; C = claimed, statement sent, money not yet in;
      * P = paid - REBATE-MAINTENANCE records the amount received.
      *****************************************************************
       01  REBATE-AGREEMENT-RECORD.
           05 RA-KEY.
              10 RA-SUPPLIER-CODE PIC X(4).
              10 RA-PERIOD-START  PIC X(8).
           05 RA-PERIOD-END       PIC X(8).
           05 RA-TIER OCCURS 3 TIMES.
               10 RA-TIER-FROM    PIC 9(7)V9(2).
               10 RA-TIER-PCT     PIC 9(2)V9(2).
           05 RA-STATUS           PIC X(1).
           05 RA-RECEIVED-VALUE   PIC 9(9)V9(2).
           05 RA-RATE-EARNED      PIC 9(2)V9(2).
           05 RA-ACCRUED          PIC 9(7)V9(2).
           05 RA-LAST-ACCRUAL     PIC X(8).
           05 RA-CLAIM-NO         PIC 9(6).
           05 RA-CLAIM-DATE       PIC X(8).
           05 RA-CLAIM-AMOUNT     PIC 9(7)V9(2).
           05 RA-PAID-DATE        PIC X(8).
           05 RA-PAID-AMOUNT      PIC 9(7)V9(2).
