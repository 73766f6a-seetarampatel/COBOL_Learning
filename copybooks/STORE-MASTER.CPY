      *****************************************************************
      * STORE-MASTER record layout - one row per shop in the chain
      * (STOREMST.DAT), keyed by store code, kept by STORE-MAINTENANCE.
      * Head office's multi-store programs (SALES-CONSOLIDATE,
      * GIFT-CARD-CLEARING, STOCK-BALANCE-RUN) walk it to find which
      * stores exist and under what file names each one ships its
      * extracts, and the transfer desk checks a keyed store code
      * against it - so opening a shop is a new row here, not a
      * new SELECT/FD pair in every program.
      *
      * SM-STATUS: O = open, trading and expected to ship extracts
      * every night; C = closed, kept so its history still resolves
      * but no longer consolidated or sent stock.
      * SM-SALES-FILE / SM-GIFT-FILE / SM-STOCK-FILE are the names
      * the store's sales-log, gift-card movement and stock extracts
      * arrive under at head office (STORE1-SALES.DAT and so on).
      *****************************************************************
       01  STORE-MASTER-RECORD.
           05 SM-STORE-CODE       PIC X(4).
           05 SM-STORE-NAME       PIC X(25).
           05 SM-ADDRESS          PIC X(40).
           05 SM-REGION           PIC X(10).
           05 SM-STATUS           PIC X(1).
           05 SM-SALES-FILE       PIC X(30).
           05 SM-GIFT-FILE        PIC X(30).
           05 SM-STOCK-FILE       PIC X(30).
