      * ANNUITY installment - and paid down by posted payments that
      * split into interest and principal the same way the quote's
      * schedule loop computes them. LN-STATUS: "O" open, "C" paid
      * off and closed, "W" written off to bad debt.
      *****************************************************************
       01  LOAN-ACCOUNT-RECORD.
           05 LN-LOAN-NO          PIC 9(4).
      *> Zero/spaces on accounts that ran to term.
           05 LN-SETTLE-REBATE    PIC 9(7)V9(2).
           05 LN-SETTLED-DATE     PIC X(8).
      *> What GL-EXPORT has already posted for the account. The
      *> advance is stamped with the journal date it went out in;
      *> repayments carry no date of their own, so each export posts
      *> the movement in total paid and principal repaid since the
      *> last one, and keeps the figures it started from (PRIOR) so
      *> a rerun of the same journal date posts the same amounts.
      *> Spaces on an account no export has seen yet.
           05 LN-GL-MARKS.
              10 LN-GL-OPEN-DATE  PIC X(8).
              10 LN-GL-DATE       PIC X(8).
              10 LN-GL-PAID-PRIOR PIC 9(7)V9(2).
              10 LN-GL-PAID       PIC 9(7)V9(2).
              10 LN-GL-PRIN-PRIOR PIC 9(7)V9(2).
              10 LN-GL-PRIN       PIC 9(7)V9(2).
      *> Collections, worked by LOAN-COLLECTIONS-RUN. The dunning
      *> stage is 0 up to date, 1 reminder sent, 2 formal demand,
      *> 3 final notice, 4 on the write-off proposal, with the date
      *> the stage was reached. LN-CHARGED-PERIODS is the last
      *> installment a late charge was applied to, so none is
      *> charged twice. Charges sit in LN-CHARGES-OWED until a
      *> payment clears them - payments clear charges first - and
      *> what was cleared is counted in LN-CHARGES-PAID as well as
      *> in LN-TOTAL-PAID. A written-off account keeps LN-BALANCE as
      *> the principal written off; money collected afterwards is
      *> LN-RECOVERED. Spaces on an account from before collections.
           05 LN-COLLECTION.
              10 LN-DUNNING-STAGE   PIC 9(1).
              10 LN-STAGE-DATE      PIC X(8).
              10 LN-CHARGED-PERIODS PIC 9(3).
              10 LN-CHARGES-OWED    PIC 9(7)V9(2).
              10 LN-CHARGES-PAID    PIC 9(7)V9(2).
              10 LN-WRITEOFF-DATE   PIC X(8).
              10 LN-RECOVERED       PIC 9(7)V9(2).
      *> The borrower's CONTACT-MASTER phone and the credit
      *> application the account was opened on. Zero on an account
      *> opened before applications were taken - those are known by
      *> LN-CUSTOMER alone.
           05 LN-PHONE            PIC 9(10).
           05 LN-APP-NO           PIC 9(5).
