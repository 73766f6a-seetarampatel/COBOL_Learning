      *****************************************************************
      * WARRANTY-CLAIM record layout - one row per claim logged at
      * the service desk against a registered serial (WARRCLM.DAT,
      * kept by WARRANTY-DESK), numbered from its own CLAIMNO.DAT
      * counter like the other document counters.
      *
      * WC-ACTION: R = repair, P = replace, F = refused.
      * WC-COVERED-BY: M = manufacturer's warranty (the unit goes on
      * the return-to-vendor candidates), S = the store's extended
      * plan, N = out of warranty.
      *****************************************************************
       01  WARRANTY-CLAIM-RECORD.
           05 WC-CLAIM-NO         PIC 9(6).
           05 WC-SERIAL-NO        PIC X(15).
           05 WC-ITEM-CODE        PIC X(6).
           05 WC-CLAIM-DATE       PIC X(8).
           05 WC-ACTION           PIC X(1).
           05 WC-COVERED-BY       PIC X(1).
           05 WC-FAULT            PIC X(40).
           05 WC-ENTERED-BY       PIC X(8).
