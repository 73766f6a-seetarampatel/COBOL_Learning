      *****************************************************************
      * OTB-FIELDS - WORKING-STORAGE for the shared open-to-buy
      * paragraphs (OTB-LOGIC.CPY). A program that needs a
      * department's remaining purchasing budget for a month COPYs
      * both of these, plus TABLE-BOUNDS-FIELDS/LOGIC, alongside
      * SELECT/FDs for:
      *   PURCHASE-BUDGET-FILE ("PURBUDGET.DAT", LINE SEQUENTIAL,
      *       COPY "PURCHASE-BUDGET.CPY", FILE STATUS
      *       PURCHASE-BUDGET-STATUS)
      *   PURCHASE-ORDER-FILE ("PORDER.DAT", INDEXED on PO-KEY,
      *       FILE STATUS PURCHASE-ORDER-STATUS)
      *   ITEM-MASTER ("ITEMMSTR.DAT", INDEXED DYNAMIC on
      *       IM-ITEM-CODE, FILE STATUS ITEM-MASTER-STATUS)
      *   SUPPLIER-ITEM-FILE ("SUPITEM.DAT", INDEXED DYNAMIC on
      *       CI-KEY, FILE STATUS SUPPLIER-ITEM-STATUS)
      *
      * PERFORM LOAD-OPEN-TO-BUY with PORDER.DAT closed: it builds
      * one OTB-ENTRY per department and month from this month on -
      * the budget, the value still open on approved orders
      * (committed) and the value already received - and leaves the
      * item master and supplier-item catalog open for
      * PRICE-OTB-LINE. PERFORM CLOSE-OPEN-TO-BUY when finished.
      *
      * Order lines carry no cost, so a line is valued at the
      * supplier's catalog cost for the item, else the item master's
      * unit cost, and falls in the department stamped on the item.
      * Open quantity counts in the month it is promised for (the
      * month raised if not yet confirmed), and anything overdue
      * counts in this month; received quantity counts in the month
      * it was received.
      *****************************************************************
       01  WS-OTB-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-OTB-TABLE.
           05 OTB-ENTRY OCCURS 2000 TIMES.
               10 OT-DEPT         PIC X(2).
               10 OT-MONTH        PIC X(6).
               10 OT-BUDGETED     PIC X(1).
               10 OT-BUDGET       PIC 9(9)V9(2).
               10 OT-COMMITTED    PIC 9(9)V9(2).
               10 OT-RECEIVED     PIC 9(9)V9(2).
       01  OT-IDX                 PIC 9(4).
       01  WS-OTB-FOUND           PIC 9(4).
       01  WS-OTB-THIS-MONTH      PIC X(6).
       01  WS-OTB-DEPT            PIC X(2).
       01  WS-OTB-MONTH           PIC X(6).
       01  WS-OTB-PRICE           PIC 9(3)V9(2).
       01  WS-OTB-VALUE           PIC 9(9)V9(2).
       01  WS-OTB-REMAINING       PIC S9(9)V9(2).
       01  WS-OTB-EOF             PIC X(1).
       01  WS-OTB-ITEMS-OPEN      PIC X(1) VALUE "N".
       01  WS-OTB-CATALOG-OPEN    PIC X(1) VALUE "N".
