      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly consignment settlement. Consigned stock
      *          (IM-CONSIGNMENT-FLAG "Y") stays the consignor's until
      *          it sells, so once a month we pay each consignor for
      *          what sold: units sold less units returned over the
      *          calendar month, from the sales log and - for a month
      *          reaching back past the live log - SALESLOGARC.DAT,
      *          priced at the agreed cost the register recorded on
      *          each row (IM-UNIT-COST for rows logged without one).
      *          Each consignor gets a settlement statement spooled
      *          for sending, and the amount due is raised as a
      *          matched payable on SUPINV.DAT, invoice "CON"+YYYYMM,
      *          for SUPPLIER-PAYMENT-RUN to pay on the supplier's
      *          terms. A month already settled for a consignor is
      *          not raised twice. Run-logged like the other batch
      *          programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGN-SETTLE-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT SALES-LOG-ARC
               ASSIGN TO "SALESLOGARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT SUPPLIER-MASTER
               ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS SUPPLIER-MASTER-STATUS.

           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO "SUPINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS SUPPLIER-INVOICE-STATUS.

           SELECT REPORT-SPOOL
               ASSIGN TO "REPORTS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT SPOOL-CATALOG
               ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Both sales sources carry the same row layout and are read
      *> INTO the shared SALES-LOG copy in WORKING-STORAGE, same
      *> pattern as MARGIN-REPORT.
       FD  SALES-LOG.
       01  LIVE-ROW               PIC X(209).

       FD  SALES-LOG-ARC.
       01  ARC-ROW                PIC X(209).

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  SUPPLIER-MASTER.
           COPY "SUPPLIER-MASTER.CPY".

       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPPLIER-INVOICE.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  SALES-LOG-STATUS       PIC X(2).
       01  ARCHIVE-STATUS         PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SUPPLIER-MASTER-STATUS PIC X(2).
       01  SUPPLIER-INVOICE-STATUS PIC X(2).
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).

           COPY "SALES-LOG.CPY".
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

       01  WS-TODAY               PIC X(8).
      *> The month settled, YYYYMM - blank takes last month. Only a
      *> month that has ended can be settled.
       01  WS-MONTH-ENTRY         PIC X(6).
       01  WS-MONTH               PIC X(6).
       01  WS-MONTH-NUM REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY       PIC 9(4).
           05 WS-MONTH-MM         PIC 9(2).
       01  WS-INVOICE-NO          PIC X(10).

      *> Oldest row date on the live log - a month starting before
      *> it means the archive holds part of the month.
       01  WS-OLDEST-LIVE         PIC X(8) VALUE "99999999".
       01  WS-LIVE-ROWS           PIC 9(7) VALUE ZERO.
       01  WS-ARC-ROWS            PIC 9(7) VALUE ZERO.

      *> Every consigned item on the master, with what it sold in
      *> the month - sorted by consignor once the logs are read so
      *> each consignor's lines come together.
       01  WS-ITEM-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CONSIGNED-ITEMS.
           05 WS-CN-ENTRY OCCURS 500 TIMES INDEXED BY CN-IDX.
               10 CN-CONSIGNOR    PIC X(4).
               10 CN-ITEM-CODE    PIC X(6).
               10 CN-ITEM-NAME    PIC X(25).
               10 CN-UNIT-COST    PIC 9(3)V9(2).
               10 CN-SOLD         PIC S9(7)V9(3).
               10 CN-RETURNED     PIC S9(7)V9(3).
               10 CN-VALUE        PIC S9(7)V9(2).
       01  WS-SWAP-ENTRY          PIC X(69).
       01  WS-SORT-SWAPPED        PIC X(1).
       01  WS-FOUND-IDX           PIC 9(4).
       01  WS-LINE-COST           PIC S9(7)V9(2).

      *> One consignor's settlement.
       01  WS-GROUP-START         PIC 9(4).
       01  WS-GROUP-END           PIC 9(4).
       01  WS-CONSIGNOR           PIC X(4).
       01  WS-NET-UNITS           PIC S9(7)V9(3).
       01  WS-NET-VALUE           PIC S9(7)V9(2).
       01  WS-GROUP-NET-UNITS     PIC S9(7)V9(3).
       01  WS-GROUP-VALUE         PIC S9(7)V9(2).
       01  WS-ALREADY-SETTLED     PIC X(1).

       01  WS-CONSIGNOR-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-RAISED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-RAISED        PIC S9(9)V9(2) VALUE ZERO.

       01  WS-UNITS-ED            PIC -(6)9.999.
       01  WS-VALUE-ED            PIC -(6)9.99.
       01  WS-COST-ED             PIC ZZ9.99.
       01  WS-TOTAL-ED            PIC -(8)9.99.

      *> Spool state - same shape as REBATE-ACCRUAL-RUN's, one spool
      *> id per settlement statement.
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-EOF           PIC X(1).
       01  WS-SPOOL-NAME          PIC X(20).
       01  WS-SPOOL-OPEN          PIC X(1) VALUE "N".
       01  WS-SUPPLIERS-OPEN      PIC X(1) VALUE "N".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.

           DISPLAY "MONTH TO SETTLE (YYYYMM, BLANK = LAST MONTH)".
           ACCEPT WS-MONTH-ENTRY.
           IF WS-MONTH-ENTRY = SPACES
               MOVE WS-TODAY(1:6) TO WS-MONTH
               IF WS-MONTH-MM = 1
                   SUBTRACT 1 FROM WS-MONTH-YYYY
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           ELSE
               MOVE WS-MONTH-ENTRY TO WS-MONTH
           END-IF.
           IF WS-MONTH IS NOT NUMERIC
               OR WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "NOT A MONTH: " WS-MONTH
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           IF WS-MONTH NOT < WS-TODAY(1:6)
               DISPLAY "MONTH " WS-MONTH " HAS NOT ENDED - "
                   "NOT SETTLED"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-INVOICE-NO.
           STRING "CON" WS-MONTH DELIMITED BY SIZE
               INTO WS-INVOICE-NO.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN ITEMMSTR.DAT, STATUS "
                   ITEM-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 100-LOAD-CONSIGNED-ITEMS.
           CLOSE ITEM-MASTER.
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "NO CONSIGNED ITEMS ON THE MASTER"
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN SALESLOG.DAT, STATUS "
                   SALES-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ SALES-LOG INTO SALES-LOG-RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 200-TALLY-LIVE-ROW UNTIL ENDOFFILE.
           CLOSE SALES-LOG.

      *> The archive only needs reading when the month starts before
      *> the oldest row still on the live log.
           IF WS-MONTH < WS-OLDEST-LIVE(1:6)
               OR WS-MONTH = WS-OLDEST-LIVE(1:6)
               PERFORM 250-TALLY-FROM-ARCHIVE
           END-IF.

           PERFORM 300-SORT-BY-CONSIGNOR.

           OPEN I-O SUPPLIER-INVOICE-FILE.
           IF SUPPLIER-INVOICE-STATUS = "35"
               OPEN OUTPUT SUPPLIER-INVOICE-FILE
               CLOSE SUPPLIER-INVOICE-FILE
               OPEN I-O SUPPLIER-INVOICE-FILE
           END-IF.
           IF SUPPLIER-INVOICE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN SUPINV.DAT, STATUS "
                   SUPPLIER-INVOICE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT SUPPLIER-MASTER.
           IF SUPPLIER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-SUPPLIERS-OPEN
           END-IF.

           DISPLAY "=========== CONSIGNMENT SETTLEMENT ==============".
           DISPLAY "MONTH " WS-MONTH "  RUN " WS-TODAY.
           DISPLAY "SOURCES READ - LIVE LOG ROWS: " WS-LIVE-ROWS
               "  ARCHIVE ROWS: " WS-ARC-ROWS.

           MOVE 1 TO WS-GROUP-START.
           PERFORM 400-SETTLE-ONE-CONSIGNOR
               UNTIL WS-GROUP-START > WS-ITEM-COUNT.

           CLOSE SUPPLIER-INVOICE-FILE.
           IF WS-SUPPLIERS-OPEN = "Y"
               CLOSE SUPPLIER-MASTER
           END-IF.
           IF WS-SPOOL-OPEN = "Y"
               PERFORM 880-CLOSE-SPOOL
           END-IF.

           DISPLAY "--------------------------------------------------".
           DISPLAY "CONSIGNORS WITH SALES:  " WS-CONSIGNOR-COUNT.
           DISPLAY "PAYABLES RAISED:        " WS-RAISED-COUNT.
           MOVE WS-TOTAL-RAISED TO WS-TOTAL-ED.
           DISPLAY "TOTAL DUE TO CONSIGNORS: " WS-TOTAL-ED.
           DISPLAY "==================================================".

           GO TO 900-END-PROGRAM.

       100-LOAD-CONSIGNED-ITEMS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE SPACES TO IM-ITEM-CODE.
           START ITEM-MASTER KEY IS NOT LESS THAN IM-ITEM-CODE
               INVALID KEY SET ENDOFFILE TO TRUE
           END-START.
           PERFORM 110-LOAD-ONE-ITEM UNTIL ENDOFFILE.

       110-LOAD-ONE-ITEM.
           READ ITEM-MASTER NEXT
               AT END
                   SET ENDOFFILE TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF IM-CONSIGNMENT-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-COUNT TO WS-TB-COUNT.
           MOVE 500 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               DISPLAY "CONSIGNED ITEM TABLE FULL - " IM-ITEM-CODE
                   " NOT SETTLED THIS RUN"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           SET CN-IDX TO WS-ITEM-COUNT.
           MOVE IM-SUPPLIER-CODE TO CN-CONSIGNOR (CN-IDX).
           MOVE IM-ITEM-CODE TO CN-ITEM-CODE (CN-IDX).
           MOVE IM-ITEM-NAME TO CN-ITEM-NAME (CN-IDX).
           MOVE IM-UNIT-COST TO CN-UNIT-COST (CN-IDX).
           MOVE ZERO TO CN-SOLD (CN-IDX).
           MOVE ZERO TO CN-RETURNED (CN-IDX).
           MOVE ZERO TO CN-VALUE (CN-IDX).

      *> Layaway payment rows (reason LA) are money movements, not
      *> merchandise - they carry no units.
       200-TALLY-LIVE-ROW.
           IF SL-TIMESTAMP(1:8) < WS-OLDEST-LIVE
               MOVE SL-TIMESTAMP(1:8) TO WS-OLDEST-LIVE
           END-IF.
           IF SL-TIMESTAMP(1:6) = WS-MONTH
               AND SL-REASON-CODE NOT = "LA"
               PERFORM 210-FIND-ITEM
               IF WS-FOUND-IDX NOT = ZERO
                   ADD 1 TO WS-LIVE-ROWS
                   PERFORM 220-TALLY-ONE-ROW
               END-IF
           END-IF.

           READ SALES-LOG INTO SALES-LOG-RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.

       210-FIND-ITEM.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-ITEM-COUNT
                      OR WS-FOUND-IDX NOT = ZERO
               IF CN-ITEM-CODE (CN-IDX) = SL-ITEM-CODE
                   SET WS-FOUND-IDX TO CN-IDX
               END-IF
           END-PERFORM.

      *> A row carrying the cost the register recorded at the time
      *> of sale is settled at that - the price agreed when it sold.
      *> Rows logged without one fall back to the agreed cost on the
      *> item master now.
       220-TALLY-ONE-ROW.
           SET CN-IDX TO WS-FOUND-IDX.
           IF SL-QUANTITY < ZERO
               SUBTRACT SL-QUANTITY FROM CN-RETURNED (CN-IDX)
           ELSE
               ADD SL-QUANTITY TO CN-SOLD (CN-IDX)
           END-IF.
           IF SL-UNIT-COST IS NUMERIC
               COMPUTE WS-LINE-COST ROUNDED =
                   SL-QUANTITY * SL-UNIT-COST
           ELSE
               COMPUTE WS-LINE-COST ROUNDED =
                   SL-QUANTITY * CN-UNIT-COST (CN-IDX)
           END-IF.
           ADD WS-LINE-COST TO CN-VALUE (CN-IDX).

      *> Archived rows are only counted below the live log's oldest
      *> date - a row somehow present in both places must not be
      *> paid for twice.
       250-TALLY-FROM-ARCHIVE.
           OPEN INPUT SALES-LOG-ARC.
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "MONTH PREDATES LIVE LOG BUT NO ARCHIVE "
                   "FILE FOUND, STATUS " ARCHIVE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ SALES-LOG-ARC INTO SALES-LOG-RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 260-TALLY-ARC-ROW UNTIL ENDOFFILE.
           CLOSE SALES-LOG-ARC.

       260-TALLY-ARC-ROW.
           IF SL-TIMESTAMP(1:6) = WS-MONTH
               AND SL-TIMESTAMP(1:8) < WS-OLDEST-LIVE
               AND SL-REASON-CODE NOT = "LA"
               PERFORM 210-FIND-ITEM
               IF WS-FOUND-IDX NOT = ZERO
                   ADD 1 TO WS-ARC-ROWS
                   PERFORM 220-TALLY-ONE-ROW
               END-IF
           END-IF.

           READ SALES-LOG-ARC INTO SALES-LOG-RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> Items were loaded in item-code order; a bubble sort on the
      *> consignor brings each consignor's items together, same
      *> swap-until-clean pass as BEST-WORST-SELLER-REPORT.
       300-SORT-BY-CONSIGNOR.
           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING CN-IDX FROM 1 BY 1
                       UNTIL CN-IDX > WS-ITEM-COUNT - 1
                   IF CN-CONSIGNOR (CN-IDX) >
                           CN-CONSIGNOR (CN-IDX + 1)
                       MOVE WS-CN-ENTRY (CN-IDX) TO WS-SWAP-ENTRY
                       MOVE WS-CN-ENTRY (CN-IDX + 1)
                           TO WS-CN-ENTRY (CN-IDX)
                       MOVE WS-SWAP-ENTRY TO WS-CN-ENTRY (CN-IDX + 1)
                       MOVE "Y" TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> One consignor's run of the sorted table. Nothing sold and
      *> nothing returned means no statement at all.
       400-SETTLE-ONE-CONSIGNOR.
           MOVE CN-CONSIGNOR (WS-GROUP-START) TO WS-CONSIGNOR.
           MOVE ZERO TO WS-GROUP-NET-UNITS.
           MOVE ZERO TO WS-GROUP-VALUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING CN-IDX FROM WS-GROUP-START BY 1
                   UNTIL CN-IDX > WS-ITEM-COUNT
                      OR CN-CONSIGNOR (CN-IDX) NOT = WS-CONSIGNOR
               COMPUTE WS-GROUP-NET-UNITS = WS-GROUP-NET-UNITS
                   + CN-SOLD (CN-IDX) - CN-RETURNED (CN-IDX)
               ADD CN-VALUE (CN-IDX) TO WS-GROUP-VALUE
               IF CN-SOLD (CN-IDX) NOT = ZERO
                   OR CN-RETURNED (CN-IDX) NOT = ZERO
                   SET WS-FOUND-IDX TO CN-IDX
               END-IF
           END-PERFORM.
           SET WS-GROUP-END TO CN-IDX.
           SUBTRACT 1 FROM WS-GROUP-END.

           IF WS-FOUND-IDX NOT = ZERO
               ADD 1 TO WS-CONSIGNOR-COUNT
               PERFORM 410-CHECK-ALREADY-SETTLED
               IF WS-ALREADY-SETTLED = "Y"
                   DISPLAY WS-CONSIGNOR " " WS-MONTH
                       " ALREADY SETTLED (INVOICE " WS-INVOICE-NO
                       ") - NOT RAISED AGAIN"
               ELSE
                   PERFORM 420-SPOOL-STATEMENT
                   PERFORM 440-RAISE-PAYABLE
               END-IF
           END-IF.

           COMPUTE WS-GROUP-START = WS-GROUP-END + 1.

       410-CHECK-ALREADY-SETTLED.
           MOVE "N" TO WS-ALREADY-SETTLED.
           MOVE WS-CONSIGNOR TO SI-SUPPLIER-CODE.
           MOVE WS-INVOICE-NO TO SI-INVOICE-NO.
           MOVE SPACES TO SI-ITEM-CODE.
           READ SUPPLIER-INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ALREADY-SETTLED
           END-READ.

       420-SPOOL-STATEMENT.
           IF WS-SPOOL-OPEN = "N"
               PERFORM 850-OPEN-SPOOL
           END-IF.
           MOVE SPACES TO WS-SPOOL-NAME.
           STRING "CONSIGN SETTLE " WS-CONSIGNOR
               DELIMITED BY SIZE INTO WS-SPOOL-NAME.
           PERFORM 865-START-DOCUMENT.

           MOVE SPACES TO SUP-NAME.
           IF WS-SUPPLIERS-OPEN = "Y"
               MOVE WS-CONSIGNOR TO SUP-SUPPLIER-CODE
               READ SUPPLIER-MASTER
                   INVALID KEY
                       MOVE SPACES TO SUP-NAME
               END-READ
           END-IF.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "CONSIGNMENT SETTLEMENT " WS-INVOICE-NO
               "  MONTH " WS-MONTH "  DATE " WS-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "TO: " WS-CONSIGNOR " " SUP-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "ITEM   DESCRIPTION                 NET UNITS   COST"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 425-SPOOL-ONE-ITEM
               VARYING CN-IDX FROM WS-GROUP-START BY 1
               UNTIL CN-IDX > WS-GROUP-END.
           MOVE WS-GROUP-NET-UNITS TO WS-UNITS-ED.
           MOVE WS-GROUP-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "TOTAL NET UNITS " WS-UNITS-ED
               "   AMOUNT " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           IF WS-GROUP-VALUE > ZERO
               STRING "DUE TO YOU ON YOUR PAYMENT TERMS, QUOTING "
                   WS-INVOICE-NO
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
           ELSE
               STRING "RETURNS EXCEED SALES - NOTHING DUE THIS "
                   "MONTH, CREDIT TO BE AGREED"
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
           END-IF.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-DOCUMENT.

       425-SPOOL-ONE-ITEM.
           IF CN-SOLD (CN-IDX) NOT = ZERO
               OR CN-RETURNED (CN-IDX) NOT = ZERO
               COMPUTE WS-NET-UNITS =
                   CN-SOLD (CN-IDX) - CN-RETURNED (CN-IDX)
               MOVE WS-NET-UNITS TO WS-UNITS-ED
               MOVE CN-UNIT-COST (CN-IDX) TO WS-COST-ED
               MOVE CN-VALUE (CN-IDX) TO WS-VALUE-ED
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING CN-ITEM-CODE (CN-IDX) " "
                   CN-ITEM-NAME (CN-IDX) " " WS-UNITS-ED " "
                   WS-COST-ED " " WS-VALUE-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-IF.

      *> The payable is one matched line with no item and no PO -
      *> the statement is the paperwork behind it. The invoice date
      *> is the settlement date, so the supplier's terms run from
      *> when we told them. A net credit raises nothing; the row is
      *> still written at zero so the month reads as settled.
       440-RAISE-PAYABLE.
           MOVE SPACES TO SUPPLIER-INVOICE-RECORD.
           MOVE WS-CONSIGNOR TO SI-SUPPLIER-CODE.
           MOVE WS-INVOICE-NO TO SI-INVOICE-NO.
           MOVE SPACES TO SI-ITEM-CODE.
           MOVE ZERO TO SI-PO-NUMBER.
           MOVE ZERO TO SI-QTY-INVOICED.
           IF WS-GROUP-NET-UNITS > ZERO
               MOVE WS-GROUP-NET-UNITS TO SI-QTY-INVOICED
           END-IF.
           MOVE ZERO TO SI-UNIT-COST.
           MOVE ZERO TO SI-LINE-AMOUNT.
           IF WS-GROUP-VALUE > ZERO
               MOVE WS-GROUP-VALUE TO SI-LINE-AMOUNT
           END-IF.
           MOVE WS-TODAY TO SI-INVOICE-DATE.
           MOVE "CONSIGN" TO SI-ENTERED-BY.
           MOVE ZERO TO SI-PAY-RUN-NO.
           MOVE SPACES TO SI-PAID-DATE.
           MOVE ZERO TO SI-DISCOUNT-TAKEN.
           MOVE 1 TO SI-PACK-SIZE.
           IF WS-GROUP-VALUE > ZERO
               MOVE "M" TO SI-MATCH-STATUS
           ELSE
               MOVE "P" TO SI-MATCH-STATUS
               MOVE WS-TODAY TO SI-PAID-DATE
           END-IF.
           WRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "COULD NOT RAISE PAYABLE FOR " WS-CONSIGNOR
                       ", STATUS " SUPPLIER-INVOICE-STATUS
                   EXIT PARAGRAPH
           END-WRITE.
           IF WS-GROUP-VALUE > ZERO
               ADD 1 TO WS-RAISED-COUNT
               ADD WS-GROUP-VALUE TO WS-TOTAL-RAISED
           END-IF.

      *> ---- spool plumbing, SUPPLIER-PAYMENT-RUN's shape ----

       850-OPEN-SPOOL.
           MOVE "Y" TO WS-SPOOL-OPEN.
           MOVE ZERO TO WS-SPOOL-ID.
           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT SPOOL-CATALOG.
           IF CATALOG-STATUS = "00"
               PERFORM 855-SCAN-ONE-CATALOG-ROW
                   UNTIL WS-SPOOL-EOF = "Y"
               CLOSE SPOOL-CATALOG
           END-IF.
           OPEN EXTEND REPORT-SPOOL.
           IF SPOOL-STATUS = "05" OR SPOOL-STATUS = "35"
               OPEN OUTPUT REPORT-SPOOL
           END-IF.
           OPEN EXTEND SPOOL-CATALOG.
           IF CATALOG-STATUS = "05" OR CATALOG-STATUS = "35"
               OPEN OUTPUT SPOOL-CATALOG
           END-IF.

       855-SCAN-ONE-CATALOG-ROW.
           READ SPOOL-CATALOG
               AT END MOVE "Y" TO WS-SPOOL-EOF
           END-READ.
           IF WS-SPOOL-EOF = "N"
               AND SC-SPOOL-ID > WS-SPOOL-ID
               MOVE SC-SPOOL-ID TO WS-SPOOL-ID
           END-IF.

       860-SPOOL-LINE.
           IF SPOOL-STATUS = "00"
               MOVE SPACES TO SPOOL-LINE-RECORD
               MOVE WS-SPOOL-ID TO SP-SPOOL-ID
               ADD 1 TO WS-SPOOL-LINE-COUNT
               MOVE WS-SPOOL-LINE-COUNT TO SP-LINE-NO
               MOVE WS-SPOOL-TEXT TO SP-LINE-TEXT
               WRITE SPOOL-LINE-RECORD
           END-IF.
           DISPLAY WS-SPOOL-TEXT.

       865-START-DOCUMENT.
           ADD 1 TO WS-SPOOL-ID.
           MOVE ZERO TO WS-SPOOL-LINE-COUNT.

       870-REGISTER-DOCUMENT.
           IF SPOOL-STATUS = "00" AND CATALOG-STATUS = "00"
               MOVE SPACES TO SPOOL-CATALOG-RECORD
               MOVE WS-SPOOL-ID TO SC-SPOOL-ID
               MOVE WS-SPOOL-NAME TO SC-REPORT-NAME
               MOVE WS-TODAY TO SC-RUN-DATE
               MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
               MOVE "CONSIGN-SETTLE-RUN" TO SC-PROGRAM
               WRITE SPOOL-CATALOG-RECORD
               DISPLAY WS-SPOOL-NAME " SPOOLED UNDER ID " WS-SPOOL-ID
           END-IF.

       880-CLOSE-SPOOL.
           IF SPOOL-STATUS = "00"
               CLOSE REPORT-SPOOL
           END-IF.
           IF CATALOG-STATUS = "00"
               CLOSE SPOOL-CATALOG
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "CONSIGN-SETTLE-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           COMPUTE RL-READ-COUNT = WS-LIVE-ROWS + WS-ARC-ROWS.
           MOVE WS-RAISED-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM CONSIGN-SETTLE-RUN.
