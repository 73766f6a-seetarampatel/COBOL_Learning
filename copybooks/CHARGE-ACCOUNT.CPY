      *****************************************************************
      * CHARGE-ACCOUNT record layout - one row per trade customer who
      * may buy on account (CHGACCT.DAT), keyed by the same phone
      * number as their CONTACT-MASTER row. Only customers filed as a
      * trade account there (trading name and tax id) can be opened
      * here. The register's ACCT tender charges a basket against
      * CA-BALANCE up to CA-CREDIT-LIMIT; CHARGE-PAYMENT-ENTRY posts
      * the cheques that come back; CHARGE-STATEMENT-RUN prints the
      * month-end statement off the movements on CHGLEDGR.DAT.
      * Opened and limited by CHARGE-ACCOUNT-MAINTENANCE, on a credit
      * application CREDIT-APPLICATION has approved.
      *
      * CA-STATUS: O = open, H = on hold (no new charges, payments
      * still post), C = closed.
      *****************************************************************
       01  CHARGE-ACCOUNT-RECORD.
           05 CA-PHONE            PIC 9(10).
           05 CA-CREDIT-LIMIT     PIC 9(7)V9(2).
           05 CA-BALANCE          PIC S9(7)V9(2).
           05 CA-STATUS           PIC X(1).
           05 CA-OPENED-DATE      PIC X(8).
           05 CA-LAST-PAYMENT     PIC X(8).
