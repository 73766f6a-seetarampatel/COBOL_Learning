      * BANK = cash out of the safe into a prepared deposit.
      * Pickups and issues are signed by both people - the cashier
      * whose drawer moved and the manager carrying the cash.
      *
      * SFL-GL-DATE is the date of the GL-EXPORT journal the row was
      * posted in - spaces until it has been exported.
      *****************************************************************
       01  SAFE-LEDGER-RECORD.
           05 SFL-TIMESTAMP       PIC X(26).
           05 SFL-CASHIER-ID      PIC X(8).
           05 SFL-MANAGER-ID      PIC X(8).
           05 SFL-BALANCE         PIC S9(7)V9(2).
           05 SFL-GL-DATE         PIC X(8).
