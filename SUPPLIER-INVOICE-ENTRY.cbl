      *          it sliding through to payment. When the office cuts
      *          the cheque, the P action flips the matched lines to
      *          paid so the report's owed-by-supplier aging shrinks
      *          instead of only ever growing. Most lines are now
      *          paid by SUPPLIER-PAYMENT-RUN instead.
      *          A matched line billing a different unit price than
      *          the delivery was booked into stock at (its
      *          COSTHIST.DAT receiving row) trues the item's moving
      *          weighted-average cost up across the units still on
      *          hand, with a cost-history row of its own.
      *          Lines are keyed as the supplier bills them - cases
      *          of the PO line's pack size at a case price - and
      *          matched and stored in selling units.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS SUPPLIER-MASTER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT COST-HISTORY-FILE
               ASSIGN TO "COSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
       FD  SUPPLIER-MASTER.
           COPY "SUPPLIER-MASTER.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  COST-HISTORY-FILE.
           COPY "COST-HISTORY.CPY".

       WORKING-STORAGE SECTION.
       01  SUPPLIER-INVOICE-STATUS PIC X(2).
       01  PURCHASE-ORDER-STATUS  PIC X(2).
       01  WS-HELD-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-ACTION              PIC X(1).
       01  WS-PAID-COUNT          PIC 9(5) VALUE ZERO.
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  COST-HISTORY-STATUS    PIC X(2).
       01  WS-CV-EOF              PIC X(1).
       01  WS-RECEIVED-FOUND      PIC X(1).
       01  WS-RECEIVED-COST       PIC 9(3)V9(2).
       01  WS-COST-DIFF           PIC S9(3)V9(2).
       01  WS-UNITS-LEFT          PIC 9(5).
       01  WS-QTY-BEFORE          PIC S9(5).
       01  WS-OLD-AVG-COST        PIC 9(3)V9(2).
       01  WS-NEW-AVG-COST        PIC S9(5)V9(2).
       01  WS-TODAY               PIC X(8).
       01  WS-REPRICED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-INVOICED-TEXT       PIC X(40).

      *> Shared numeric-entry validation - everything on a paper
      *> invoice is keyed by hand.
           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "PACK-SIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SUPPLIER INVOICE ENTRY - THREE-WAY MATCH".
               OPEN INPUT SUPPLIER-MASTER
           END-IF.

           OPEN I-O ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "ITEM MASTER UNAVAILABLE, STATUS "
                   ITEM-MASTER-STATUS " - INVOICED COSTS WILL NOT "
                   "REACH THE AVERAGE COST"
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "ACTION (E=ENTER AN INVOICE, P=MARK LINES PAID)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
           CLOSE SUPPLIER-INVOICE-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE SUPPLIER-MASTER.
           IF ITEM-MASTER-STATUS = "00"
               CLOSE ITEM-MASTER
           END-IF.

           DISPLAY "LINES MATCHED: " WS-MATCHED-COUNT.
           DISPLAY "LINES HELD ON EXCEPTION: " WS-HELD-COUNT.
           DISPLAY "LINES MARKED PAID: " WS-PAID-COUNT.
           DISPLAY "AVERAGE COSTS TRUED UP: " WS-REPRICED-COUNT.

       900-END-PROGRAM.
           STOP RUN.
      *> Flips every matched (M) line of one supplier invoice to
      *> paid when the cheque is cut, so the aging report shows
      *> what is actually still owed. Held lines stay held - a
      *> disputed line does not get paid by accident. Routine
      *> payment goes through SUPPLIER-PAYMENT-RUN; this is for the
      *> odd cheque cut outside a run.
       300-MARK-LINES-PAID.
           DISPLAY "ENTER SUPPLIER CODE".
           ACCEPT WS-SUPPLIER-CODE.
                   EVALUATE SI-MATCH-STATUS
                       WHEN "M"
                           MOVE "P" TO SI-MATCH-STATUS
                           MOVE WS-TODAY TO SI-PAID-DATE
                           REWRITE SUPPLIER-INVOICE-RECORD
                           ADD 1 TO WS-PAID-COUNT
                           DISPLAY "LINE MARKED PAID - "
           DISPLAY "ENTER ITEM CODE".
           ACCEPT WS-LOOKUP-ITEM.

      *> The PO line's pack size says what a "case" on this invoice
      *> is; with no PO line the figures are taken as single units
      *> and the line holds anyway.
           MOVE SPACES TO WS-PK-ORDER-UNIT.
           MOVE 1 TO WS-PK-PACK-SIZE.
           MOVE WS-LOOKUP-PO TO PO-NUMBER.
           MOVE WS-LOOKUP-ITEM TO PO-ITEM-CODE.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PO-ORDER-UNIT TO WS-PK-ORDER-UNIT
                   MOVE PO-PACK-SIZE TO WS-PK-PACK-SIZE
           END-READ.

           DISPLAY "QUANTITY INVOICED".
           PERFORM ACCEPT-PACK-QUANTITY.
           MOVE WS-PK-UNITS TO WS-QTY-INVOICED.
           MOVE WS-PK-TEXT TO WS-INVOICED-TEXT.

           DISPLAY "COST ON THE INVOICE".
           PERFORM ACCEPT-PACK-COST.
           MOVE WS-PK-UNIT-COST TO WS-UNIT-COST.

           PERFORM 110-MATCH-AND-WRITE-LINE.

           MOVE WS-LOOKUP-PO TO SI-PO-NUMBER.
           MOVE WS-QTY-INVOICED TO SI-QTY-INVOICED.
           MOVE WS-UNIT-COST TO SI-UNIT-COST.
      *> Billed at the case price for whole cases, so the line comes
      *> to what the supplier's invoice says to the penny.
           COMPUTE SI-LINE-AMOUNT = WS-PK-CASES * WS-PK-CASE-COST
               + WS-PK-LOOSE * WS-UNIT-COST.
           MOVE WS-INVOICE-DATE TO SI-INVOICE-DATE.
           MOVE WS-USER-ID TO SI-ENTERED-BY.
           MOVE ZERO TO SI-PAY-RUN-NO.
           MOVE SPACES TO SI-PAID-DATE.
           MOVE ZERO TO SI-DISCOUNT-TAKEN.
           MOVE WS-PK-PACK-SIZE TO SI-PACK-SIZE.
           MOVE SPACES TO SI-GL-DATE.
           MOVE SPACES TO SI-GL-PAID-DATE.
           MOVE "H" TO SI-MATCH-STATUS.

           MOVE WS-LOOKUP-PO TO PO-NUMBER.
                   DISPLAY "INVOICE " WS-INVOICE-NO " LINE "
                       WS-LOOKUP-ITEM " ALREADY KEYED - AN INVOICE "
                       "ENTERED TWICE IS AN INVOICE PAID TWICE"
               NOT INVALID KEY
                   IF SI-MATCH-STATUS = "M"
                       AND ITEM-MASTER-STATUS = "00"
                       PERFORM 120-TRUE-UP-AVERAGE-COST
                   END-IF
           END-WRITE.

       115-CHECK-THREE-FIGURES.
                       PO-SUPPLIER-CODE " NOT " WS-SUPPLIER-CODE
                       " - LINE HELD"
               WHEN WS-QTY-INVOICED NOT = PO-QTY-ORDERED
                   MOVE PO-QTY-ORDERED TO WS-PK-UNITS
                   PERFORM SPLIT-PACK-QUANTITY
                   DISPLAY "INVOICED " WS-INVOICED-TEXT
                   DISPLAY "ORDERED  " WS-PK-TEXT " - LINE HELD"
               WHEN WS-QTY-INVOICED NOT = PO-QTY-RECEIVED
                   MOVE PO-QTY-RECEIVED TO WS-PK-UNITS
                   PERFORM SPLIT-PACK-QUANTITY
                   DISPLAY "INVOICED " WS-INVOICED-TEXT
                   DISPLAY "RECEIVED " WS-PK-TEXT " - LINE HELD"
               WHEN OTHER
                   MOVE "M" TO SI-MATCH-STATUS
                   DISPLAY "MATCHED - ORDERED, RECEIVED AND INVOICED "
                       "ALL " WS-INVOICED-TEXT
           END-EVALUATE.

      *> The delivery went into stock at the cost on its delivery
      *> note; the invoice is what it really cost. The difference on
      *> the units still on the shelf moves the average. Units
      *> already sold went out at the old cost and stay there - the
      *> recorded cost on their sales-log rows is history.
       120-TRUE-UP-AVERAGE-COST.
           PERFORM 125-FIND-RECEIVED-COST.
           IF WS-RECEIVED-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-UNIT-COST = WS-RECEIVED-COST
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-ITEM TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF IM-QTY-ON-HAND NOT > ZERO
               DISPLAY "INVOICED AT " WS-UNIT-COST " AGAINST "
                   WS-RECEIVED-COST " RECEIVED - NONE LEFT ON HAND,"
                   " AVERAGE COST UNCHANGED"
               EXIT PARAGRAPH
           END-IF.

           MOVE IM-QTY-ON-HAND TO WS-QTY-BEFORE.
           MOVE IM-UNIT-COST TO WS-OLD-AVG-COST.
           IF WS-QTY-INVOICED < IM-QTY-ON-HAND
               MOVE WS-QTY-INVOICED TO WS-UNITS-LEFT
           ELSE
               MOVE IM-QTY-ON-HAND TO WS-UNITS-LEFT
           END-IF.
           COMPUTE WS-COST-DIFF = WS-UNIT-COST - WS-RECEIVED-COST.
           COMPUTE WS-NEW-AVG-COST ROUNDED = IM-UNIT-COST
               + WS-COST-DIFF * WS-UNITS-LEFT / IM-QTY-ON-HAND.
           IF WS-NEW-AVG-COST < ZERO
               MOVE ZERO TO WS-NEW-AVG-COST
           END-IF.
           MOVE WS-NEW-AVG-COST TO IM-UNIT-COST.
           REWRITE ITEM-MASTER-RECORD.
           ADD 1 TO WS-REPRICED-COUNT.
           DISPLAY "INVOICED AT " WS-UNIT-COST " AGAINST "
               WS-RECEIVED-COST " RECEIVED - AVERAGE COST "
               WS-OLD-AVG-COST " NOW " IM-UNIT-COST.
           PERFORM 130-WRITE-COST-HISTORY.

      *> The latest receiving row for this PO and item - the cost
      *> its units went into stock at.
       125-FIND-RECEIVED-COST.
           MOVE "N" TO WS-RECEIVED-FOUND.
           OPEN INPUT COST-HISTORY-FILE.
           IF COST-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CV-EOF.
           READ COST-HISTORY-FILE
               AT END MOVE "Y" TO WS-CV-EOF
           END-READ.
           PERFORM UNTIL WS-CV-EOF = "Y"
               IF CV-SOURCE = "GR"
                   AND CV-ITEM-CODE = WS-LOOKUP-ITEM
                   AND CV-REFERENCE(1:6) = WS-LOOKUP-PO
                   MOVE "Y" TO WS-RECEIVED-FOUND
                   MOVE CV-UNIT-COST TO WS-RECEIVED-COST
               END-IF
               READ COST-HISTORY-FILE
                   AT END MOVE "Y" TO WS-CV-EOF
               END-READ
           END-PERFORM.
           CLOSE COST-HISTORY-FILE.

       130-WRITE-COST-HISTORY.
           OPEN EXTEND COST-HISTORY-FILE.
           IF COST-HISTORY-STATUS = "05" OR COST-HISTORY-STATUS = "35"
               OPEN OUTPUT COST-HISTORY-FILE
           END-IF.
           INITIALIZE COST-HISTORY-RECORD.
           MOVE WS-LOOKUP-ITEM TO CV-ITEM-CODE.
           MOVE WS-TODAY TO CV-DATE.
           MOVE "IV" TO CV-SOURCE.
           MOVE WS-INVOICE-NO TO CV-REFERENCE.
           MOVE WS-UNITS-LEFT TO CV-QUANTITY.
           MOVE WS-UNIT-COST TO CV-UNIT-COST.
           MOVE WS-QTY-BEFORE TO CV-QTY-ON-HAND.
           MOVE WS-OLD-AVG-COST TO CV-OLD-AVG-COST.
           MOVE IM-UNIT-COST TO CV-NEW-AVG-COST.
           MOVE WS-USER-ID TO CV-USER-ID.
           WRITE COST-HISTORY-RECORD.
           CLOSE COST-HISTORY-FILE.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "PACK-SIZE-LOGIC.CPY".

           COPY "PACK-ENTRY-LOGIC.CPY".

       END PROGRAM SUPPLIER-INVOICE-ENTRY.
