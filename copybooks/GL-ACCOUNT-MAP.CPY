      * package's account codes so the accountant stops re-keying
      * printed Z-reports. GM-BUCKET names the bucket (SALES, TAX,
      * DISCOUNT, TENDER); for TENDER rows GM-QUALIFIER carries the
      * SL-TENDER-TYPE (CASH, CARD, GIFT, PNTS, ACCT for a house-
      * account charge - mapped to trade debtors - PAYR for a staff
      * purchase taken out of wages - mapped to the staff debtors
      * account - or SPLT for a basket settled by more than one of
      * cash, card, account and payroll - mapped to the undeposited-
      * funds clearing account), otherwise spaces.
      *
      * The sub-ledgers post under their own bucket, the qualifier
      * naming the leg:
      *   FEES     DEBT fee debtors, CHRG fee income, RCPT fees
      *            received, CONC fee concessions allowed
      *   SUPPLIER STCK stock purchases, CONS consignment cost of
      *            sales, CRED trade creditors, BANK supplier
      *            payments, DISC settlement discount received
      *   RTV      CRED trade creditors, STCK stock returned
      *   WRITEOFF the WO-REASON-CODE (DM, EX, TH, SA) for the
      *            shrink expense, STCK stock written off
      *   LOAN     BOOK loans receivable, CASH advances paid and
      *            repayments received, INT interest earned and
      *            late charges collected
      *   LOANCOLL BDEX bad debt written off, BOOK loans receivable,
      *            CASH recoveries received, RECV bad debt recovered
      *   SAFE     SAFE cash in the safe, TILL register floats and
      *            pickups, BANK cash taken to the bank
      * A bucket with no mapping row exports to the 99999999
      * suspense account and is called out on the control report.
      *****************************************************************
