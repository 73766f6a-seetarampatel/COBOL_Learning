      *****************************************************************
      * PURCHASE-BUDGET record layout - one month's purchasing budget
      * for one department (PURBUDGET.DAT, kept by
      * DEPARTMENT-MAINTENANCE alongside DEPT.DAT). PB-MONTH is
      * YYYYMM. PURCHASE-ORDER-APPROVE checks every approval against
      * the month's budget less the order value already open and
      * received (the open-to-buy); a department-month with no row
      * here has no budget and is not gated.
      *****************************************************************
       01  PURCHASE-BUDGET-RECORD.
           05 PB-DEPT-CODE        PIC X(2).
           05 PB-MONTH            PIC X(6).
           05 PB-BUDGET           PIC 9(9)V9(2).
