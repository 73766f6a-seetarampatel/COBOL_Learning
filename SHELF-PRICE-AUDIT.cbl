      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shelf-edge price audit from a handheld walk of the
      *          aisles. Each label read on SHELFSCAN.DAT resolves
      *          through BARCODE.DAT to its item, and the price the
      *          label shows is checked against the item's IM-PRICE
      *          and any promotion running today on PROMO.DAT. A label
      *          is right when it shows the book price, or the
      *          promotional unit price of a PCT/AMT promotion live
      *          today (BOGO prices at the book price, as the register
      *          rain-checks it). Anything else is an exception:
      *            MISSING - the facing had no label (keyed as zero);
      *            STALE   - the label shows a price the item used to
      *                      have: an old price from the PRICE rows
      *                      on AUDITLOG.DAT, or the promotional price
      *                      of a promotion that has ended;
      *            WRONG   - a price the item has never had.
      *          A label showing less than the till will charge is
      *          marked OVERCHARGE - that is the one a customer
      *          complains to trading standards about.
      *          Exceptions print by department, and each item with
      *          one gets a reprint request appended to LABELREQ.DAT
      *          for SHELF-LABEL-PRINT. PRICE-BOOK-APPLY starts that
      *          queue afresh each morning, so run the audit after the
      *          price apply and before the labels print. Barcodes that
      *          resolve to nothing print last, for BARCODE-MAINTENANCE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-PRICE-AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHELF-SCAN
               ASSIGN TO "SHELFSCAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHELF-SCAN-STATUS.

           SELECT BARCODE-XREF
               ASSIGN TO "BARCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-BARCODE
               FILE STATUS IS BARCODE-XREF-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT PROMO-FILE
               ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-FILE-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPARTMENT-FILE-STATUS.

           SELECT LABEL-QUEUE
               ASSIGN TO "LABELREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABEL-QUEUE-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHELF-SCAN.
           COPY "SHELF-SCAN.CPY".

       FD  BARCODE-XREF.
           COPY "BARCODE-XREF.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  PROMO-FILE.
           COPY "PROMOTION.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  DEPARTMENT-FILE.
           COPY "DEPARTMENT-MASTER.CPY".

       FD  LABEL-QUEUE.
       01  LABEL-QUEUE-RECORD.
           05 LQ-ITEM-CODE        PIC X(6).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  SHELF-SCAN-STATUS      PIC X(2).
       01  BARCODE-XREF-STATUS    PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  PROMO-FILE-STATUS      PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  DEPARTMENT-FILE-STATUS PIC X(2).
       01  LABEL-QUEUE-STATUS     PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFSCAN VALUE "Y".
       01  WS-PROMO-EOF           PIC X(1).
       01  WS-AUDIT-EOF           PIC X(1).
       01  WS-DEPT-EOF            PIC X(1).
       01  WS-TODAY               PIC X(8).

       01  WS-SCAN-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-CORRECT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REQUEST-COUNT       PIC 9(5) VALUE ZERO.

      *> Department names for the report headings. "??" and "**" are
      *> reserved bucket codes, never real departments - the same
      *> convention as DEPT-SALES-REPORT.
       01  WS-DEPT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 DEPT-TABLE-ENTRY OCCURS 30 TIMES.
               10 DT-CODE         PIC X(2).
               10 DT-NAME         PIC X(20).
       01  DT-IDX                 PIC 9(2).

      *> Every row of PROMO.DAT, live or not - a promotion that has
      *> ended is still how a stale promotional ticket is recognised.
       01  WS-PROMO-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PROMO-TABLE.
           05 PROMO-TABLE-ENTRY OCCURS 500 TIMES.
               10 PT-ITEM-CODE    PIC X(6).
               10 PT-TYPE         PIC X(4).
               10 PT-VALUE        PIC 9(3)V9(2).
               10 PT-START-DATE   PIC X(8).
               10 PT-END-DATE     PIC X(8).
       01  PT-IDX                 PIC 9(3).
       01  WS-PROMO-FOUND-IDX     PIC 9(3).

      *> One row per label that failed. EX-KIND: M = missing,
      *> S = stale, W = wrong, U = barcode unknown. A W row is only
      *> provisional until the price history on AUDITLOG.DAT has
      *> been searched for its shelf price.
       01  WS-EXCEPTION-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 1000 TIMES.
               10 EX-DEPT-CODE    PIC X(2).
               10 EX-ITEM-CODE    PIC X(6).
               10 EX-ITEM-NAME    PIC X(25).
               10 EX-BARCODE      PIC X(13).
               10 EX-AISLE        PIC X(4).
               10 EX-SHELF-PRICE  PIC 9(3)V9(2).
               10 EX-TILL-PRICE   PIC 9(3)V9(2).
               10 EX-KIND         PIC X(1).
               10 EX-OVERCHARGE   PIC X(1).
       01  EX-IDX                 PIC 9(4).
       01  EX2-IDX                PIC 9(4).

      *> Departments already printed, so each heading prints once.
       01  WS-DONE-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-DONE-TABLE-AREA.
           05 WS-DONE-DEPT OCCURS 32 TIMES PIC X(2).
       01  WS-DN-IDX              PIC 9(2).
       01  WS-ALREADY-DONE        PIC X(1).
       01  WS-THIS-DEPT           PIC X(2).
       01  WS-PRINT-NAME          PIC X(20).

       01  WS-ITEM-FOUND          PIC X(1).
       01  WS-ROW-DEPT            PIC X(2).
       01  WS-TILL-PRICE          PIC 9(3)V9(2).
       01  WS-PROMO-PRICE         PIC S9(3)V9(2).
       01  WS-KIND                PIC X(1).
       01  WS-OLD-PRICE           PIC 9(3)V9(2).
       01  WS-ALREADY-QUEUED      PIC X(1).
       01  WS-KIND-NAME           PIC X(7).
       01  WS-SHELF-ED            PIC ZZ9.99.
       01  WS-TILL-ED             PIC ZZ9.99.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.

           OPEN INPUT SHELF-SCAN.
           IF SHELF-SCAN-STATUS NOT = "00"
               DISPLAY "NO SHELF SCAN TO AUDIT, STATUS "
                   SHELF-SCAN-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN ITEMMSTR.DAT, STATUS "
                   ITEM-MASTER-STATUS
               CLOSE SHELF-SCAN
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

      *> No cross-reference yet just means every label has to carry
      *> the item code itself - the fallback in 210 still resolves.
           OPEN INPUT BARCODE-XREF.
           IF BARCODE-XREF-STATUS NOT = "00"
               DISPLAY "NO BARCODE.DAT - LABELS RESOLVE BY ITEM CODE "
                   "ONLY, STATUS " BARCODE-XREF-STATUS
           END-IF.

           PERFORM 100-LOAD-DEPT-NAMES.
           PERFORM 110-LOAD-PROMOTIONS.

           READ SHELF-SCAN
               AT END SET ENDOFSCAN TO TRUE
           END-READ.
           PERFORM 200-CHECK-ONE-LABEL UNTIL ENDOFSCAN.

           CLOSE SHELF-SCAN.
           CLOSE ITEM-MASTER.
           IF BARCODE-XREF-STATUS = "00"
               CLOSE BARCODE-XREF
           END-IF.

           PERFORM 300-SEARCH-PRICE-HISTORY.
           PERFORM 400-QUEUE-REPRINTS.
           PERFORM 500-PRINT-EXCEPTIONS.

           GO TO 900-END-PROGRAM.

       100-LOAD-DEPT-NAMES.
           MOVE "N" TO WS-DEPT-EOF.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "00"
               READ DEPARTMENT-FILE
                   AT END MOVE "Y" TO WS-DEPT-EOF
               END-READ
               PERFORM 105-LOAD-ONE-DEPT
                   UNTIL WS-DEPT-EOF = "Y"
               CLOSE DEPARTMENT-FILE
           ELSE
               DISPLAY "NO DEPT.DAT - CODES PRINT WITHOUT NAMES"
           END-IF.

       105-LOAD-ONE-DEPT.
           MOVE WS-DEPT-COUNT TO WS-TB-COUNT.
           MOVE 30 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-DEPT-COUNT
               MOVE DM-DEPT-CODE TO DT-CODE (WS-DEPT-COUNT)
               MOVE DM-DEPT-NAME TO DT-NAME (WS-DEPT-COUNT)
           ELSE
               MOVE "Y" TO WS-DEPT-EOF
               EXIT PARAGRAPH
           END-IF.
           READ DEPARTMENT-FILE
               AT END MOVE "Y" TO WS-DEPT-EOF
           END-READ.

       110-LOAD-PROMOTIONS.
           MOVE "N" TO WS-PROMO-EOF.
           OPEN INPUT PROMO-FILE.
           IF PROMO-FILE-STATUS NOT = "00"
               DISPLAY "NO PROMO.DAT - LABELS CHECKED AT BOOK PRICE"
               EXIT PARAGRAPH
           END-IF.
           READ PROMO-FILE
               AT END MOVE "Y" TO WS-PROMO-EOF
           END-READ.
           PERFORM 115-LOAD-ONE-PROMOTION UNTIL WS-PROMO-EOF = "Y".
           CLOSE PROMO-FILE.

       115-LOAD-ONE-PROMOTION.
           MOVE WS-PROMO-COUNT TO WS-TB-COUNT.
           MOVE 500 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-PROMO-COUNT
               MOVE PR-ITEM-CODE TO PT-ITEM-CODE (WS-PROMO-COUNT)
               MOVE PR-TYPE TO PT-TYPE (WS-PROMO-COUNT)
               MOVE PR-VALUE TO PT-VALUE (WS-PROMO-COUNT)
               MOVE PR-START-DATE TO PT-START-DATE (WS-PROMO-COUNT)
               MOVE PR-END-DATE TO PT-END-DATE (WS-PROMO-COUNT)
           ELSE
               MOVE "Y" TO WS-PROMO-EOF
               EXIT PARAGRAPH
           END-IF.
           READ PROMO-FILE
               AT END MOVE "Y" TO WS-PROMO-EOF
           END-READ.

       200-CHECK-ONE-LABEL.
           ADD 1 TO WS-SCAN-COUNT.
           PERFORM 210-RESOLVE-BARCODE.
           IF WS-ITEM-FOUND = "Y"
               PERFORM 205-CLASSIFY-LABEL
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE "**" TO WS-ROW-DEPT
               MOVE ZERO TO WS-TILL-PRICE
               MOVE "U" TO WS-KIND
               PERFORM 260-ADD-EXCEPTION
           END-IF.
           READ SHELF-SCAN
               AT END SET ENDOFSCAN TO TRUE
           END-READ.

       205-CLASSIFY-LABEL.
           IF IM-DEPARTMENT = SPACES
               MOVE "??" TO WS-ROW-DEPT
           ELSE
               MOVE IM-DEPARTMENT TO WS-ROW-DEPT
           END-IF.
           PERFORM 220-FIND-TILL-PRICE.

           EVALUATE TRUE
               WHEN HS-SHELF-PRICE = ZERO
                   MOVE "M" TO WS-KIND
               WHEN HS-SHELF-PRICE = IM-PRICE
                   MOVE SPACE TO WS-KIND
               WHEN HS-SHELF-PRICE = WS-TILL-PRICE
                   MOVE SPACE TO WS-KIND
               WHEN OTHER
                   MOVE "W" TO WS-KIND
                   PERFORM 230-CHECK-ENDED-PROMOTIONS
           END-EVALUATE.

           IF WS-KIND = SPACE
               ADD 1 TO WS-CORRECT-COUNT
           ELSE
               PERFORM 260-ADD-EXCEPTION
           END-IF.

      *> Same order the register tries: the barcode cross-reference
      *> first, then the scan taken as an item code itself (the
      *> store's own shelf labels carry the six-character code).
       210-RESOLVE-BARCODE.
           MOVE "N" TO WS-ITEM-FOUND.
           IF HS-BARCODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO IM-ITEM-CODE.
           IF BARCODE-XREF-STATUS = "00"
               MOVE HS-BARCODE TO BX-BARCODE
               READ BARCODE-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BX-ITEM-CODE TO IM-ITEM-CODE
               END-READ
           END-IF.
           IF IM-ITEM-CODE = SPACES
               IF HS-BARCODE(7:7) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE HS-BARCODE(1:6) TO IM-ITEM-CODE
           END-IF.
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-FOUND
           END-READ.

      *> What the till charges per unit today: the first promotion
      *> live for the item, priced the way the register's rain check
      *> prices it, otherwise the book price.
       220-FIND-TILL-PRICE.
           MOVE IM-PRICE TO WS-TILL-PRICE.
           MOVE ZERO TO WS-PROMO-FOUND-IDX.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PROMO-COUNT
               IF WS-PROMO-FOUND-IDX = ZERO
                   AND PT-ITEM-CODE (PT-IDX) = IM-ITEM-CODE
                   AND WS-TODAY NOT < PT-START-DATE (PT-IDX)
                   AND WS-TODAY NOT > PT-END-DATE (PT-IDX)
                   MOVE PT-IDX TO WS-PROMO-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-PROMO-FOUND-IDX NOT = ZERO
               MOVE WS-PROMO-FOUND-IDX TO PT-IDX
               PERFORM 240-PRICE-PROMOTION
               MOVE WS-PROMO-PRICE TO WS-TILL-PRICE
           END-IF.

      *> A label at the promotional price of a promotion that has
      *> already ended is a ticket nobody took down.
       230-CHECK-ENDED-PROMOTIONS.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PROMO-COUNT
               IF PT-ITEM-CODE (PT-IDX) = IM-ITEM-CODE
                   AND WS-TODAY > PT-END-DATE (PT-IDX)
                   PERFORM 240-PRICE-PROMOTION
                   IF WS-PROMO-PRICE = HS-SHELF-PRICE
                       MOVE "S" TO WS-KIND
                   END-IF
               END-IF
           END-PERFORM.

       240-PRICE-PROMOTION.
           EVALUATE PT-TYPE (PT-IDX)
               WHEN "PCT "
                   COMPUTE WS-PROMO-PRICE ROUNDED =
                       IM-PRICE - (IM-PRICE * PT-VALUE (PT-IDX) / 100)
               WHEN "AMT "
                   COMPUTE WS-PROMO-PRICE =
                       IM-PRICE - PT-VALUE (PT-IDX)
                   IF WS-PROMO-PRICE < ZERO
                       MOVE ZERO TO WS-PROMO-PRICE
                   END-IF
               WHEN OTHER
                   MOVE IM-PRICE TO WS-PROMO-PRICE
           END-EVALUATE.

       260-ADD-EXCEPTION.
           MOVE WS-EXCEPTION-COUNT TO WS-TB-COUNT.
           MOVE 1000 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-EXCEPTION-COUNT TO EX-IDX.
           MOVE WS-ROW-DEPT TO EX-DEPT-CODE (EX-IDX).
           IF WS-KIND = "U"
               MOVE SPACES TO EX-ITEM-CODE (EX-IDX)
               MOVE "(BARCODE NOT ON FILE)" TO EX-ITEM-NAME (EX-IDX)
           ELSE
               MOVE IM-ITEM-CODE TO EX-ITEM-CODE (EX-IDX)
               MOVE IM-ITEM-NAME TO EX-ITEM-NAME (EX-IDX)
           END-IF.
           MOVE HS-BARCODE TO EX-BARCODE (EX-IDX).
           MOVE HS-AISLE TO EX-AISLE (EX-IDX).
           MOVE HS-SHELF-PRICE TO EX-SHELF-PRICE (EX-IDX).
           MOVE WS-TILL-PRICE TO EX-TILL-PRICE (EX-IDX).
           MOVE WS-KIND TO EX-KIND (EX-IDX).
           IF HS-SHELF-PRICE NOT = ZERO
               AND HS-SHELF-PRICE < WS-TILL-PRICE
               MOVE "Y" TO EX-OVERCHARGE (EX-IDX)
           ELSE
               MOVE "N" TO EX-OVERCHARGE (EX-IDX)
           END-IF.

      *> One pass of the correction history settles every provisional
      *> WRONG at once: a shelf price that was once the item's price
      *> (the old value on a PRICE row) is a label left up across a
      *> price change, not a mis-keyed one.
       300-SEARCH-PRICE-HISTORY.
           MOVE ZERO TO EX2-IDX.
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-EXCEPTION-COUNT
               IF EX-KIND (EX-IDX) = "W"
                   ADD 1 TO EX2-IDX
               END-IF
           END-PERFORM.
           IF EX2-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "NO AUDITLOG.DAT - OLD PRICES CANNOT BE TOLD "
                   "FROM WRONG ONES, STATUS " AUDIT-LOG-STATUS
               EXIT PARAGRAPH
           END-IF.
           READ AUDIT-LOG
               AT END MOVE "Y" TO WS-AUDIT-EOF
           END-READ.
           PERFORM 310-CHECK-ONE-AUDIT-ROW UNTIL WS-AUDIT-EOF = "Y".
           CLOSE AUDIT-LOG.

       310-CHECK-ONE-AUDIT-ROW.
           IF AL-RECORD-TYPE = "ITEM" AND AL-FIELD-NAME = "PRICE"
               AND AL-OLD-VALUE NOT = SPACES
               COMPUTE WS-OLD-PRICE = FUNCTION NUMVAL(AL-OLD-VALUE)
               PERFORM VARYING EX-IDX FROM 1 BY 1
                       UNTIL EX-IDX > WS-EXCEPTION-COUNT
                   IF EX-KIND (EX-IDX) = "W"
                       AND EX-ITEM-CODE (EX-IDX) = AL-KEY-VALUE(1:6)
                       AND EX-SHELF-PRICE (EX-IDX) = WS-OLD-PRICE
                       MOVE "S" TO EX-KIND (EX-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           READ AUDIT-LOG
               AT END MOVE "Y" TO WS-AUDIT-EOF
           END-READ.

      *> One reprint per item, however many of its facings failed.
      *> Appended, so the morning's price-change requests stay queued
      *> alongside.
       400-QUEUE-REPRINTS.
           IF WS-EXCEPTION-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND LABEL-QUEUE.
           IF LABEL-QUEUE-STATUS = "05" OR LABEL-QUEUE-STATUS = "35"
               OPEN OUTPUT LABEL-QUEUE
           END-IF.
           IF LABEL-QUEUE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN LABELREQ.DAT, STATUS "
                   LABEL-QUEUE-STATUS " - NO REPRINTS QUEUED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-EXCEPTION-COUNT
               IF EX-KIND (EX-IDX) NOT = "U"
                   PERFORM 410-QUEUE-ONE-REPRINT
               END-IF
           END-PERFORM.
           CLOSE LABEL-QUEUE.

       410-QUEUE-ONE-REPRINT.
           MOVE "N" TO WS-ALREADY-QUEUED.
           PERFORM VARYING EX2-IDX FROM 1 BY 1
                   UNTIL EX2-IDX NOT < EX-IDX
               IF EX-ITEM-CODE (EX2-IDX) = EX-ITEM-CODE (EX-IDX)
                   MOVE "Y" TO WS-ALREADY-QUEUED
               END-IF
           END-PERFORM.
           IF WS-ALREADY-QUEUED = "N"
               MOVE EX-ITEM-CODE (EX-IDX) TO LQ-ITEM-CODE
               WRITE LABEL-QUEUE-RECORD
               ADD 1 TO WS-REQUEST-COUNT
           END-IF.

      *> Departments in the order the walk first met them, each one
      *> printed once; unknown barcodes ("**") are held to the end.
       500-PRINT-EXCEPTIONS.
           DISPLAY "============ SHELF PRICE AUDIT ===================".
           DISPLAY "LABELS SCANNED: " WS-SCAN-COUNT
               "  CORRECT: " WS-CORRECT-COUNT.
           DISPLAY "AISL ITEM   NAME                      "
               " SHELF   TILL KIND".
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-EXCEPTION-COUNT
               IF EX-DEPT-CODE (EX-IDX) NOT = "**"
                   MOVE EX-DEPT-CODE (EX-IDX) TO WS-THIS-DEPT
                   PERFORM 510-PRINT-ONE-DEPT
               END-IF
           END-PERFORM.
           IF WS-UNKNOWN-COUNT > ZERO
               DISPLAY "------ BARCODES NOT ON FILE - LINK THROUGH "
                   "BARCODE-MAINTENANCE ------"
               PERFORM VARYING EX-IDX FROM 1 BY 1
                       UNTIL EX-IDX > WS-EXCEPTION-COUNT
                   IF EX-DEPT-CODE (EX-IDX) = "**"
                       DISPLAY EX-AISLE (EX-IDX) " "
                           EX-BARCODE (EX-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "--------------------------------------------------".
           DISPLAY "EXCEPTIONS: " WS-EXCEPTION-COUNT
               "  REPRINTS QUEUED: " WS-REQUEST-COUNT.
           DISPLAY "==================================================".

       510-PRINT-ONE-DEPT.
           MOVE "N" TO WS-ALREADY-DONE.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DONE-COUNT
               IF WS-DONE-DEPT (WS-DN-IDX) = WS-THIS-DEPT
                   MOVE "Y" TO WS-ALREADY-DONE
               END-IF
           END-PERFORM.
           IF WS-ALREADY-DONE = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DONE-COUNT TO WS-TB-COUNT.
           MOVE 32 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-THIS-DEPT TO WS-DONE-DEPT (WS-DONE-COUNT)
           END-IF.

           EVALUATE WS-THIS-DEPT
               WHEN "??"
                   MOVE "UNASSIGNED" TO WS-PRINT-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-PRINT-NAME
                   PERFORM VARYING DT-IDX FROM 1 BY 1
                           UNTIL DT-IDX > WS-DEPT-COUNT
                       IF DT-CODE (DT-IDX) = WS-THIS-DEPT
                           MOVE DT-NAME (DT-IDX) TO WS-PRINT-NAME
                       END-IF
                   END-PERFORM
                   IF WS-PRINT-NAME = SPACES
                       MOVE "(NOT ON DEPT.DAT)" TO WS-PRINT-NAME
                   END-IF
           END-EVALUATE.
           DISPLAY "DEPARTMENT " WS-THIS-DEPT " " WS-PRINT-NAME.
           PERFORM VARYING EX2-IDX FROM 1 BY 1
                   UNTIL EX2-IDX > WS-EXCEPTION-COUNT
               IF EX-DEPT-CODE (EX2-IDX) = WS-THIS-DEPT
                   PERFORM 520-PRINT-ONE-EXCEPTION
               END-IF
           END-PERFORM.

       520-PRINT-ONE-EXCEPTION.
           EVALUATE EX-KIND (EX2-IDX)
               WHEN "M"
                   MOVE "MISSING" TO WS-KIND-NAME
               WHEN "S"
                   MOVE "STALE" TO WS-KIND-NAME
               WHEN OTHER
                   MOVE "WRONG" TO WS-KIND-NAME
           END-EVALUATE.
           MOVE EX-SHELF-PRICE (EX2-IDX) TO WS-SHELF-ED.
           MOVE EX-TILL-PRICE (EX2-IDX) TO WS-TILL-ED.
           IF EX-OVERCHARGE (EX2-IDX) = "Y"
               DISPLAY EX-AISLE (EX2-IDX) " "
                   EX-ITEM-CODE (EX2-IDX) " "
                   EX-ITEM-NAME (EX2-IDX) " "
                   WS-SHELF-ED " " WS-TILL-ED " "
                   WS-KIND-NAME " OVERCHARGE"
           ELSE
               DISPLAY EX-AISLE (EX2-IDX) " "
                   EX-ITEM-CODE (EX2-IDX) " "
                   EX-ITEM-NAME (EX2-IDX) " "
                   WS-SHELF-ED " " WS-TILL-ED " "
                   WS-KIND-NAME
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "SHELF-PRICE-AUDIT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-SCAN-COUNT TO RL-READ-COUNT.
           MOVE WS-REQUEST-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-UNKNOWN-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM SHELF-PRICE-AUDIT.
