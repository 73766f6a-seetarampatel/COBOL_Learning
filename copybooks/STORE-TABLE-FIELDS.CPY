      *****************************************************************
      * STORE-TABLE-FIELDS - WORKING-STORAGE for the shared store
      * master paragraphs (STORE-TABLE-LOGIC.CPY). A program that
      * needs the list of stores COPYs both of these alongside a
      * SELECT/FD for:
      *   STORE-MASTER-FILE ("STOREMST.DAT", INDEXED DYNAMIC on
      *       SM-STORE-CODE, COPY "STORE-MASTER.CPY", FILE STATUS
      *       STORE-MASTER-STATUS)
      *
      * PERFORM LOAD-STORE-TABLE once at the start of the run: it
      * reads every store, open and closed, in store-code order into
      * STORE-ENTRY and leaves WS-STORE-MASTER-OK "N" if the file
      * could not be read. Set WS-STORE-LOOKUP and PERFORM FIND-STORE
      * to get a store's subscript in WS-STORE-FOUND (zero when the
      * code is not on the master).
      *
      * WS-STORE-FILE-PATH is the buffer a program ASSIGNs its
      * per-store extract file to - MOVE ST-SALES-FILE (or the gift
      * or stock name) into it before each OPEN, same as
      * MARKS-EXTRACT-MERGE's WS-SECTION-PATH.
      *****************************************************************
       01  WS-STORE-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-STORE-LIMIT         PIC 9(2) VALUE 12.
       01  WS-STORE-TABLE.
           05 STORE-ENTRY OCCURS 12 TIMES.
               10 ST-STORE-CODE   PIC X(4).
               10 ST-STORE-NAME   PIC X(25).
               10 ST-REGION       PIC X(10).
               10 ST-STATUS       PIC X(1).
               10 ST-SALES-FILE   PIC X(30).
               10 ST-GIFT-FILE    PIC X(30).
               10 ST-STOCK-FILE   PIC X(30).
       01  ST-IDX                 PIC 9(2).
       01  WS-STORE-FOUND         PIC 9(2).
       01  WS-STORE-SCAN          PIC 9(2).
       01  WS-STORE-LOOKUP        PIC X(4).
       01  WS-STORE-EOF           PIC X(1).
       01  WS-STORE-MASTER-OK     PIC X(1).
       01  WS-STORE-FILE-PATH     PIC X(30).
