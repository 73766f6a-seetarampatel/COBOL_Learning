      *****************************************************************
      * LOAN-COLLECTION record layout - the collections trail for the
      * loan accounts (LOANCOLL.DAT), one row per thing done to an
      * account in arrears. LOAN-COLLECTIONS-RUN appends the late
      * charges it applies (C), the letters it sends (1 friendly
      * reminder, 2 formal demand, 3 final notice - LX-AMOUNT the
      * arrears the letter asked for) and each account it puts on the
      * write-off proposal (P). The LOAN-ACCOUNTS desk appends the
      * manager-approved write-off (W - LX-AMOUNT the principal
      * written off) and any later recovery (R), signed with the
      * manager's user id.
      *
      * GL-EXPORT posts the W and R rows and stamps LX-GL-DATE with
      * the journal date, the same way as the other sub-ledgers.
      *****************************************************************
       01  LOAN-COLLECTION-RECORD.
           05 LX-DATE             PIC X(8).
           05 LX-LOAN-NO          PIC 9(4).
           05 LX-TYPE             PIC X(1).
           05 LX-AMOUNT           PIC 9(7)V9(2).
           05 LX-USER-ID          PIC X(8).
           05 LX-GL-DATE          PIC X(8).
