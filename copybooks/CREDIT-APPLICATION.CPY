      *****************************************************************
      * CREDIT-APPLICATION record layout - one row per application
      * for a loan or a house charge account (CREDAPP.DAT, keyed by
      * AP-APP-NO), written by CREDIT-APPLICATION. Carries what the
      * applicant declared, the facts gathered about them off our own
      * files at the time, the score against CREDCRIT.DAT, the
      * decision and suggested limit, and the reasons behind it.
      *
      * AP-PRODUCT: L = loan (LOAN-ACCOUNTS), C = house charge
      * account (CHARGE-ACCOUNT-MAINTENANCE).
      * AP-DECISION: A = approved, R = referred to a manager,
      * D = declined. A referred application is approved or declined
      * on review by a manager, who signs AP-REVIEWED-BY.
      * Only an approved application can open an account, once:
      * opening it stamps AP-OPENED-DATE and AP-ACCOUNT-REF (the loan
      * number or the charge-account phone).
      *****************************************************************
       01  CREDIT-APPLICATION-RECORD.
           05 AP-APP-NO           PIC 9(5).
           05 AP-DATE             PIC X(8).
           05 AP-PHONE            PIC 9(10).
           05 AP-NAME             PIC X(20).
           05 AP-PRODUCT          PIC X(1).
           05 AP-INCOME           PIC 9(7)V9(2).
           05 AP-REQUESTED        PIC 9(7)V9(2).
           05 AP-FACTS.
              10 AP-CUST-MONTHS   PIC 9(4).
              10 AP-SPEND-12M     PIC 9(7)V9(2).
              10 AP-VISITS-12M    PIC 9(4).
              10 AP-LOANS-REPAID  PIC 9(2).
              10 AP-LOANS-WRITTEN PIC 9(2).
              10 AP-WORST-STAGE   PIC 9(1).
              10 AP-LAY-DONE      PIC 9(2).
              10 AP-LAY-CANCELLED PIC 9(2).
              10 AP-OWED-NOW      PIC 9(7)V9(2).
           05 AP-SCORE            PIC 9(4).
           05 AP-MAX-SCORE        PIC 9(4).
           05 AP-DECISION         PIC X(1).
           05 AP-LIMIT            PIC 9(7)V9(2).
           05 AP-REASON           PIC X(30) OCCURS 4 TIMES.
           05 AP-ENTERED-BY       PIC X(8).
           05 AP-REVIEWED-BY      PIC X(8).
           05 AP-OPENED-DATE      PIC X(8).
           05 AP-ACCOUNT-REF      PIC X(10).
