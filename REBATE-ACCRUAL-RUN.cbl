      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly supplier rebate run. For every agreement on
      *          REBATE.DAT still accruing, totals the value received
      *          from that supplier inside the agreement's period -
      *          each PORDER.DAT line's received quantity, priced at
      *          the matched SUPINV.DAT line that billed it, or at the
      *          supplier's catalog cost (SUPITEM.DAT) and failing
      *          that the item's cost while it is not yet invoiced -
      *          and accrues the rebate earned to date at the highest
      *          tier reached, showing how far off the next tier is.
      *          An agreement whose period has ended is numbered as a
      *          claim and its claim statement spooled for sending to
      *          the supplier; claims sent but not yet paid are listed
      *          with their age until REBATE-MAINTENANCE records the
      *          money. Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-ACCRUAL-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE
               ASSIGN TO "REBATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS REBATE-STATUS.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO "PORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS PURCHASE-ORDER-STATUS.

           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO "SUPINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-KEY
               FILE STATUS IS SUPPLIER-INVOICE-STATUS.

           SELECT SUPPLIER-ITEM-FILE
               ASSIGN TO "SUPITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS SUPPLIER-ITEM-STATUS.

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

      *> CLAIM-COUNTER persists the last rebate claim number across
      *> runs, same convention as RTV-COUNTER and PAY-RUN-COUNTER.
           SELECT CLAIM-COUNTER
               ASSIGN TO "REBCLAIMNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-COUNTER-STATUS.

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
       FD  REBATE-FILE.
           COPY "REBATE-AGREEMENT.CPY".

       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER.CPY".

       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPPLIER-INVOICE.CPY".

       FD  SUPPLIER-ITEM-FILE.
           COPY "SUPPLIER-ITEM.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  SUPPLIER-MASTER.
           COPY "SUPPLIER-MASTER.CPY".

       FD  CLAIM-COUNTER.
       01  RCC-RECORD             PIC 9(6).

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  REBATE-STATUS          PIC X(2).
       01  PURCHASE-ORDER-STATUS  PIC X(2).
       01  SUPPLIER-INVOICE-STATUS PIC X(2).
       01  SUPPLIER-ITEM-STATUS   PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SUPPLIER-MASTER-STATUS PIC X(2).
       01  CLAIM-COUNTER-STATUS   PIC X(2).
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFREBATES VALUE "Y".
       01  WS-PO-EOF              PIC X(1).
       01  WS-SI-EOF              PIC X(1).

       01  WS-TODAY               PIC X(8).
       01  WS-TODAY-NUM           PIC 9(8).
       01  WS-TODAY-INT           PIC 9(7).
       01  WS-CLAIM-NUM           PIC 9(8).
       01  WS-CLAIM-INT           PIC 9(7).
       01  WS-DAYS-OUT            PIC 9(5).
       01  WS-CLAIM-NO            PIC 9(6) VALUE ZEROES.

       01  WS-AGREEMENT-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-ACCRUED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-CLAIMED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT   PIC 9(5) VALUE ZERO.

      *> The unit cost each matched or paid invoice line billed,
      *> keyed by supplier, PO and item - the price a received PO
      *> line is valued at once it has been invoiced.
       01  WS-INVOICED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-INVOICED-LINES.
           05 WS-INVOICED-ENTRY OCCURS 3000 TIMES INDEXED BY IV-IDX.
               10 IV-SUPPLIER-CODE PIC X(4).
               10 IV-PO-NUMBER    PIC 9(6).
               10 IV-ITEM-CODE    PIC X(6).
               10 IV-UNIT-COST    PIC 9(3)V9(2).

      *> One agreement's figures.
       01  WS-RECEIVED-VALUE      PIC 9(9)V9(2).
       01  WS-LINE-VALUE          PIC 9(9)V9(2).
       01  WS-PRICE               PIC 9(3)V9(2).
       01  WS-PRICE-FOUND         PIC X(1).
       01  WS-RATE-EARNED         PIC 9(2)V9(2).
       01  WS-ACCRUED             PIC 9(7)V9(2).
       01  WS-MOVEMENT            PIC S9(7)V9(2).
       01  WS-NEXT-FROM           PIC 9(7)V9(2).
       01  WS-NEXT-PCT            PIC 9(2)V9(2).
       01  WS-SHORTFALL           PIC 9(9)V9(2).
       01  WS-TIER-IDX            PIC 9(1).
       01  WS-TOTAL-ACCRUED       PIC 9(9)V9(2) VALUE ZERO.

       01  WS-VALUE-ED            PIC Z(8)9.99.
       01  WS-ACCRUED-ED          PIC Z(6)9.99.
       01  WS-MOVEMENT-ED         PIC -(6)9.99.
       01  WS-SHORTFALL-ED        PIC Z(8)9.99.
       01  WS-FROM-ED             PIC Z(6)9.99.
       01  WS-PCT-ED              PIC Z9.99.

      *> Spool state - same shape as SUPPLIER-PAYMENT-RUN's, one
      *> spool id per claim statement.
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-EOF           PIC X(1).
       01  WS-SPOOL-NAME          PIC X(20).
       01  WS-SPOOL-OPEN          PIC X(1) VALUE "N".
      *> A keyed lookup that misses leaves "23" in the status, so
      *> whether each lookup file opened is kept apart from it.
       01  WS-CATALOG-OPEN        PIC X(1) VALUE "N".
       01  WS-ITEMS-OPEN          PIC X(1) VALUE "N".
       01  WS-SUPPLIERS-OPEN      PIC X(1) VALUE "N".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           OPEN I-O REBATE-FILE.
           IF REBATE-STATUS NOT = "00"
               DISPLAY "NO REBATE AGREEMENTS ON FILE, STATUS "
                   REBATE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PURCHASE-ORDER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN PORDER.DAT, STATUS "
                   PURCHASE-ORDER-STATUS
               CLOSE REBATE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           CLOSE PURCHASE-ORDER-FILE.

           PERFORM 100-LOAD-INVOICED-COSTS.

           OPEN INPUT SUPPLIER-ITEM-FILE.
           IF SUPPLIER-ITEM-STATUS = "00"
               MOVE "Y" TO WS-CATALOG-OPEN
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEMS-OPEN
           END-IF.
           OPEN INPUT SUPPLIER-MASTER.
           IF SUPPLIER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-SUPPLIERS-OPEN
           END-IF.

           DISPLAY "============ SUPPLIER REBATE ACCRUALS ============".
           DISPLAY "AS AT " WS-TODAY.
           DISPLAY "SUPP PERIOD START  RECEIVED VALUE  RATE   "
               "ACCRUED   THIS RUN".

           MOVE "N" TO WS-EOF-FLAG.
           READ REBATE-FILE NEXT
               AT END SET ENDOFREBATES TO TRUE
           END-READ.
           PERFORM 200-PROCESS-ONE-AGREEMENT UNTIL ENDOFREBATES.

           DISPLAY "--------------------------------------------------".
           MOVE WS-TOTAL-ACCRUED TO WS-VALUE-ED.
           DISPLAY "REBATE ACCRUED ON OPEN AGREEMENTS: " WS-VALUE-ED.
           DISPLAY "CLAIMS RAISED THIS RUN:            "
               WS-CLAIMED-COUNT.

      *> Claims sent and still waiting for the supplier's money.
           DISPLAY " ".
           DISPLAY "=========== REBATE CLAIMS OUTSTANDING ============".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RA-KEY.
           START REBATE-FILE KEY NOT < RA-KEY
               INVALID KEY SET ENDOFREBATES TO TRUE
           END-START.
           IF NOT ENDOFREBATES
               READ REBATE-FILE NEXT
                   AT END SET ENDOFREBATES TO TRUE
               END-READ
           END-IF.
           PERFORM 500-LIST-ONE-OUTSTANDING UNTIL ENDOFREBATES.
           DISPLAY "CLAIMS OUTSTANDING: " WS-OUTSTANDING-COUNT.
           DISPLAY "==================================================".

           CLOSE REBATE-FILE.
           IF WS-CATALOG-OPEN = "Y"
               CLOSE SUPPLIER-ITEM-FILE
           END-IF.
           IF WS-ITEMS-OPEN = "Y"
               CLOSE ITEM-MASTER
           END-IF.
           IF WS-SUPPLIERS-OPEN = "Y"
               CLOSE SUPPLIER-MASTER
           END-IF.
           IF WS-SPOOL-OPEN = "Y"
               PERFORM 880-CLOSE-SPOOL
           END-IF.

           GO TO 900-END-PROGRAM.

      *> Held lines are not a price anyone agreed - only matched and
      *> paid lines price a received line.
       100-LOAD-INVOICED-COSTS.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF SUPPLIER-INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SI-EOF.
           READ SUPPLIER-INVOICE-FILE NEXT
               AT END MOVE "Y" TO WS-SI-EOF
           END-READ.
           PERFORM 110-LOAD-ONE-INVOICED-LINE UNTIL WS-SI-EOF = "Y".
           CLOSE SUPPLIER-INVOICE-FILE.

       110-LOAD-ONE-INVOICED-LINE.
           IF SI-MATCH-STATUS = "M" OR SI-MATCH-STATUS = "P"
               MOVE WS-INVOICED-COUNT TO WS-TB-COUNT
               MOVE 3000 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-INVOICED-COUNT
                   SET IV-IDX TO WS-INVOICED-COUNT
                   MOVE SI-SUPPLIER-CODE TO IV-SUPPLIER-CODE (IV-IDX)
                   MOVE SI-PO-NUMBER TO IV-PO-NUMBER (IV-IDX)
                   MOVE SI-ITEM-CODE TO IV-ITEM-CODE (IV-IDX)
                   MOVE SI-UNIT-COST TO IV-UNIT-COST (IV-IDX)
               END-IF
           END-IF.
           READ SUPPLIER-INVOICE-FILE NEXT
               AT END MOVE "Y" TO WS-SI-EOF
           END-READ.

      *> Only accruing agreements move. One that has already started
      *> is valued to date; one whose period is over is valued for
      *> the last time and claimed.
       200-PROCESS-ONE-AGREEMENT.
           ADD 1 TO WS-AGREEMENT-COUNT.
           IF RA-STATUS = "A"
               AND RA-PERIOD-START NOT > WS-TODAY
               PERFORM 210-ACCRUE-AGREEMENT
               IF RA-PERIOD-END < WS-TODAY
                   PERFORM 400-RAISE-CLAIM
               END-IF
               REWRITE REBATE-AGREEMENT-RECORD
           END-IF.
           READ REBATE-FILE NEXT
               AT END SET ENDOFREBATES TO TRUE
           END-READ.

       210-ACCRUE-AGREEMENT.
           ADD 1 TO WS-ACCRUED-COUNT.
           MOVE ZERO TO WS-RECEIVED-VALUE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           MOVE "N" TO WS-PO-EOF.
           READ PURCHASE-ORDER-FILE NEXT
               AT END MOVE "Y" TO WS-PO-EOF
           END-READ.
           PERFORM 220-VALUE-ONE-PO-LINE UNTIL WS-PO-EOF = "Y".
           CLOSE PURCHASE-ORDER-FILE.

           PERFORM 240-FIND-TIER.
           COMPUTE WS-ACCRUED ROUNDED =
               WS-RECEIVED-VALUE * WS-RATE-EARNED / 100.
           COMPUTE WS-MOVEMENT = WS-ACCRUED - RA-ACCRUED.

           MOVE WS-RECEIVED-VALUE TO RA-RECEIVED-VALUE.
           MOVE WS-RATE-EARNED TO RA-RATE-EARNED.
           MOVE WS-ACCRUED TO RA-ACCRUED.
           MOVE WS-TODAY TO RA-LAST-ACCRUAL.
           ADD WS-ACCRUED TO WS-TOTAL-ACCRUED.

           MOVE WS-RECEIVED-VALUE TO WS-VALUE-ED.
           MOVE WS-RATE-EARNED TO WS-PCT-ED.
           MOVE WS-ACCRUED TO WS-ACCRUED-ED.
           MOVE WS-MOVEMENT TO WS-MOVEMENT-ED.
           DISPLAY RA-SUPPLIER-CODE " " RA-PERIOD-START "   "
               WS-VALUE-ED " " WS-PCT-ED "% " WS-ACCRUED-ED " "
               WS-MOVEMENT-ED.
           IF WS-NEXT-PCT > ZERO
               COMPUTE WS-SHORTFALL = WS-NEXT-FROM - WS-RECEIVED-VALUE
               MOVE WS-SHORTFALL TO WS-SHORTFALL-ED
               MOVE WS-NEXT-PCT TO WS-PCT-ED
               DISPLAY "     " WS-SHORTFALL-ED " MORE BY "
                   RA-PERIOD-END " REACHES THE " WS-PCT-ED "% TIER"
           ELSE
               DISPLAY "     TOP TIER REACHED"
           END-IF.

      *> A line counts in the period its goods were received in -
      *> PO-DATE-RECEIVED holds the latest delivery's date.
       220-VALUE-ONE-PO-LINE.
           IF PO-SUPPLIER-CODE = RA-SUPPLIER-CODE
               AND PO-QTY-RECEIVED > ZERO
               AND PO-DATE-RECEIVED NOT < RA-PERIOD-START
               AND PO-DATE-RECEIVED NOT > RA-PERIOD-END
               PERFORM 230-PRICE-PO-LINE
               COMPUTE WS-LINE-VALUE = PO-QTY-RECEIVED * WS-PRICE
               ADD WS-LINE-VALUE TO WS-RECEIVED-VALUE
           END-IF.
           READ PURCHASE-ORDER-FILE NEXT
               AT END MOVE "Y" TO WS-PO-EOF
           END-READ.

       230-PRICE-PO-LINE.
           MOVE ZERO TO WS-PRICE.
           MOVE "N" TO WS-PRICE-FOUND.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-INVOICED-COUNT
                      OR WS-PRICE-FOUND = "Y"
               IF IV-SUPPLIER-CODE (IV-IDX) = PO-SUPPLIER-CODE
                   AND IV-PO-NUMBER (IV-IDX) = PO-NUMBER
                   AND IV-ITEM-CODE (IV-IDX) = PO-ITEM-CODE
                   MOVE IV-UNIT-COST (IV-IDX) TO WS-PRICE
                   MOVE "Y" TO WS-PRICE-FOUND
               END-IF
           END-PERFORM.
           IF WS-PRICE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF WS-CATALOG-OPEN = "Y"
               MOVE PO-ITEM-CODE TO CI-ITEM-CODE
               MOVE PO-SUPPLIER-CODE TO CI-SUPPLIER-CODE
               READ SUPPLIER-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CI-UNIT-COST TO WS-PRICE
                       MOVE "Y" TO WS-PRICE-FOUND
               END-READ
           END-IF.
           IF WS-PRICE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF WS-ITEMS-OPEN = "Y"
               MOVE PO-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IM-UNIT-COST TO WS-PRICE
               END-READ
           END-IF.

      *> The highest tier the value has reached pays on the whole
      *> value; the first tier above it is the next one to chase.
       240-FIND-TIER.
           MOVE ZERO TO WS-RATE-EARNED.
           MOVE ZERO TO WS-NEXT-FROM.
           MOVE ZERO TO WS-NEXT-PCT.
           PERFORM 245-CHECK-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3.

       245-CHECK-ONE-TIER.
           IF RA-TIER-PCT (WS-TIER-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-RECEIVED-VALUE NOT < RA-TIER-FROM (WS-TIER-IDX)
               MOVE RA-TIER-PCT (WS-TIER-IDX) TO WS-RATE-EARNED
           ELSE
               IF WS-NEXT-PCT = ZERO
                   MOVE RA-TIER-FROM (WS-TIER-IDX) TO WS-NEXT-FROM
                   MOVE RA-TIER-PCT (WS-TIER-IDX) TO WS-NEXT-PCT
               END-IF
           END-IF.

      *> Period over: the last accrual becomes the claim. A period
      *> that never reached a tier closes at zero with no statement.
       400-RAISE-CLAIM.
           MOVE WS-TODAY TO RA-CLAIM-DATE.
           MOVE RA-ACCRUED TO RA-CLAIM-AMOUNT.
           IF RA-CLAIM-AMOUNT = ZERO
               MOVE "P" TO RA-STATUS
               MOVE WS-TODAY TO RA-PAID-DATE
               MOVE ZERO TO RA-PAID-AMOUNT
               DISPLAY "     PERIOD ENDED BELOW THE FIRST TIER - "
                   "NOTHING TO CLAIM"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 410-NEXT-CLAIM-NO.
           MOVE WS-CLAIM-NO TO RA-CLAIM-NO.
           MOVE "C" TO RA-STATUS.
           ADD 1 TO WS-CLAIMED-COUNT.
           DISPLAY "     PERIOD ENDED - CLAIM " WS-CLAIM-NO " RAISED".
           PERFORM 420-SPOOL-CLAIM-STATEMENT.

       410-NEXT-CLAIM-NO.
           OPEN INPUT CLAIM-COUNTER.
           IF CLAIM-COUNTER-STATUS = "00"
               READ CLAIM-COUNTER INTO WS-CLAIM-NO
               END-READ
           END-IF.
           CLOSE CLAIM-COUNTER.
           ADD 1 TO WS-CLAIM-NO.
           OPEN OUTPUT CLAIM-COUNTER.
           MOVE WS-CLAIM-NO TO RCC-RECORD.
           WRITE RCC-RECORD.
           CLOSE CLAIM-COUNTER.

       420-SPOOL-CLAIM-STATEMENT.
           IF WS-SPOOL-OPEN = "N"
               PERFORM 850-OPEN-SPOOL
           END-IF.
           MOVE SPACES TO WS-SPOOL-NAME.
           STRING "REBATE CLAIM " RA-SUPPLIER-CODE
               DELIMITED BY SIZE INTO WS-SPOOL-NAME.
           PERFORM 865-START-DOCUMENT.

           MOVE SPACES TO SUP-NAME.
           IF WS-SUPPLIERS-OPEN = "Y"
               MOVE RA-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
               READ SUPPLIER-MASTER
                   INVALID KEY
                       MOVE SPACES TO SUP-NAME
               END-READ
           END-IF.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "VOLUME REBATE CLAIM " RA-CLAIM-NO
               "  DATE " RA-CLAIM-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "TO: " RA-SUPPLIER-CODE " " SUP-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "AGREEMENT PERIOD " RA-PERIOD-START " TO "
               RA-PERIOD-END
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "AGREED TIERS:" TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 425-SPOOL-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3.
           MOVE RA-RECEIVED-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "PURCHASES RECEIVED IN PERIOD:  " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE RA-RATE-EARNED TO WS-PCT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "REBATE RATE EARNED:                  " WS-PCT-ED
               "%"
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE RA-CLAIM-AMOUNT TO WS-ACCRUED-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "REBATE CLAIMED:                  " WS-ACCRUED-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "PLEASE REMIT OR ISSUE A CREDIT NOTE QUOTING THE "
               "CLAIM NUMBER."
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-DOCUMENT.

       425-SPOOL-ONE-TIER.
           IF RA-TIER-PCT (WS-TIER-IDX) > ZERO
               MOVE RA-TIER-FROM (WS-TIER-IDX) TO WS-FROM-ED
               MOVE RA-TIER-PCT (WS-TIER-IDX) TO WS-PCT-ED
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "  PURCHASES FROM " WS-FROM-ED " EARN "
                   WS-PCT-ED "%"
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-IF.

       500-LIST-ONE-OUTSTANDING.
           IF RA-STATUS = "C"
               ADD 1 TO WS-OUTSTANDING-COUNT
               MOVE ZERO TO WS-DAYS-OUT
               IF RA-CLAIM-DATE IS NUMERIC
                   MOVE RA-CLAIM-DATE TO WS-CLAIM-NUM
                   COMPUTE WS-CLAIM-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CLAIM-NUM)
                   COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-CLAIM-INT
               END-IF
               MOVE RA-CLAIM-AMOUNT TO WS-ACCRUED-ED
               DISPLAY RA-SUPPLIER-CODE " CLAIM " RA-CLAIM-NO
                   " OF " RA-CLAIM-DATE " " WS-ACCRUED-ED
                   " OUTSTANDING " WS-DAYS-OUT " DAYS"
           END-IF.
           READ REBATE-FILE NEXT
               AT END SET ENDOFREBATES TO TRUE
           END-READ.

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
               MOVE "REBATE-ACCRUAL-RUN" TO SC-PROGRAM
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
           MOVE "REBATE-ACCRUAL-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-AGREEMENT-COUNT TO RL-READ-COUNT.
           MOVE WS-ACCRUED-COUNT TO RL-WRITTEN-COUNT.
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

       END PROGRAM REBATE-ACCRUAL-RUN.
