      ******************************************************************
      * Author:
      * Date:
      * Purpose: A supplier's recall used to mean phoning round the
      *          stores and hoping the cashiers remembered. This desk
      *          enters the recall notice under the next RECALLNO.DAT
      *          number - one row per item code it names, each for
      *          all of the item's stock, one STOCKLOT.DAT delivery
      *          lot, or a range of serials. Entering it flags the
      *          item on the master so the register refuses the sale
      *          (transfers and layaways refuse it too), and moves
      *          the recalled on-hand quantity into quarantine with
      *          an audit row. Closing the notice raises the
      *          quarantined stock as return-to-vendor candidates for
      *          the RTV desk's K function to ship, and lifts the
      *          item's flag once no open notice is left on it.
      *          RECALL-CUSTOMER-REPORT lists who bought the goods.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-FILE
               ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RY-KEY
               FILE STATUS IS RECALL-FILE-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT STOCK-LOT-FILE
               ASSIGN TO "STOCKLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-LOT-STATUS.

           SELECT RTV-CANDIDATE-FILE
               ASSIGN TO "RTVCAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RTV-CANDIDATE-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

           SELECT RECALL-COUNTER
               ASSIGN TO "RECALLNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECALL-COUNTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-FILE.
           COPY "RECALL.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  STOCK-LOT-FILE.
           COPY "STOCK-LOT.CPY".

       FD  RTV-CANDIDATE-FILE.
           COPY "RTV-CANDIDATE.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       FD  RECALL-COUNTER.
       01  RYC-RECORD             PIC 9(6).

       WORKING-STORAGE SECTION.
       01  RECALL-FILE-STATUS     PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  STOCK-LOT-STATUS       PIC X(2).
       01  RTV-CANDIDATE-STATUS   PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  STOCK-MOVEMENT-STATUS  PIC X(2).
       01  RECALL-COUNTER-STATUS  PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-MORE-ITEMS          PIC X(1).
       01  WS-ACTION              PIC X(1).
       01  WS-TODAY               PIC X(8).
       01  WS-RECALL-NO           PIC 9(6) VALUE ZERO.
       01  WS-LOOKUP-RECALL       PIC 9(6).
       01  WS-LINE-COUNT          PIC 9(3).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFRECALLS VALUE "Y".
       01  WS-LOT-EOF             PIC X(1).
       01  WS-LOT-FOUND           PIC X(1).
       01  WS-LOT-QTY             PIC 9(7).
       01  WS-PULL-QTY            PIC 9(5).
       01  WS-QTY-BEFORE          PIC S9(5).
       01  WS-QUAR-BEFORE         PIC 9(5).
       01  WS-OPEN-COUNT          PIC 9(5).

      *> The notice's header, keyed once and copied to every item
      *> row it names.
       01  WS-SUPPLIER-CODE       PIC X(4).
       01  WS-SUPPLIER-REF        PIC X(15).
       01  WS-DESCRIPTION         PIC X(40).

      *> The items on a notice being closed - collected first, then
      *> closed one by one, because lifting an item's flag reads the
      *> file again for its other notices.
       01  WS-CLOSE-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-CLOSE-TABLE.
           05 WS-CLOSE-ITEM OCCURS 50 TIMES INDEXED BY CL-IDX
                                  PIC X(6).
       01  WS-NEW-FLAG            PIC X(1).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PRODUCT RECALL DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O RECALL-FILE.
           IF RECALL-FILE-STATUS = "35"
               OPEN OUTPUT RECALL-FILE
               CLOSE RECALL-FILE
               OPEN I-O RECALL-FILE
           END-IF.
           IF RECALL-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN RECALL.DAT, STATUS "
                   RECALL-FILE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN ITEMMSTR.DAT, STATUS "
                   ITEM-MASTER-STATUS
               CLOSE RECALL-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS = "05"
               OR STOCK-MOVEMENT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE RECALL-FILE.
           CLOSE ITEM-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE STOCK-MOVEMENT-FILE.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (N=NEW NOTICE, X=CLOSE NOTICE, L=OPEN LIST)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "N"
                   PERFORM 200-NEW-NOTICE
               WHEN "X"
                   PERFORM 300-CLOSE-NOTICE
               WHEN "L"
                   PERFORM 400-LIST-OPEN
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> The number is only consumed once an item row is written,
      *> same as the other document counters.
       200-NEW-NOTICE.
           OPEN INPUT RECALL-COUNTER.
           IF RECALL-COUNTER-STATUS = "00"
               READ RECALL-COUNTER INTO WS-RECALL-NO
           END-IF.
           CLOSE RECALL-COUNTER.
           ADD 1 TO WS-RECALL-NO.

           DISPLAY "SUPPLIER CODE ISSUING THE RECALL".
           ACCEPT WS-SUPPLIER-CODE.
           DISPLAY "SUPPLIER'S RECALL REFERENCE".
           MOVE SPACES TO WS-SUPPLIER-REF.
           ACCEPT WS-SUPPLIER-REF.
           DISPLAY "DESCRIPTION OF THE DEFECT".
           MOVE SPACES TO WS-DESCRIPTION.
           ACCEPT WS-DESCRIPTION.
           DISPLAY "RECALL " WS-RECALL-NO " FOR SUPPLIER "
               WS-SUPPLIER-CODE.

           MOVE ZERO TO WS-LINE-COUNT.
           MOVE "Y" TO WS-MORE-ITEMS.
           PERFORM 210-NOTICE-ONE-ITEM UNTIL WS-MORE-ITEMS = "N".

           IF WS-LINE-COUNT NOT = ZERO
               OPEN OUTPUT RECALL-COUNTER
               MOVE WS-RECALL-NO TO RYC-RECORD
               WRITE RYC-RECORD
               CLOSE RECALL-COUNTER
               DISPLAY "RECALL " WS-RECALL-NO " ENTERED - "
                   WS-LINE-COUNT " ITEM(S). THE REGISTERS REFUSE "
                   "THEM FROM NOW."
           ELSE
               MOVE ZERO TO WS-RECALL-NO
               DISPLAY "NO ITEMS - NUMBER NOT CONSUMED"
           END-IF.

       210-NOTICE-ONE-ITEM.
           DISPLAY "ENTER ITEM CODE".
           ACCEPT IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM " IM-ITEM-CODE " NOT ON THE "
                       "ITEM MASTER"
               NOT INVALID KEY
                   PERFORM 220-RECALL-ONE-ITEM
           END-READ.

           DISPLAY "ANOTHER ITEM ON THIS NOTICE? (Y/N)".
           ACCEPT WS-MORE-ITEMS.

       220-RECALL-ONE-ITEM.
           DISPLAY "ITEM: " IM-ITEM-NAME " ON HAND " IM-QTY-ON-HAND
               " QUARANTINED " IM-QTY-QUARANTINED.
           INITIALIZE RECALL-RECORD.
           MOVE IM-ITEM-CODE TO RY-ITEM-CODE.
           MOVE WS-RECALL-NO TO RY-RECALL-NO.
           MOVE WS-SUPPLIER-CODE TO RY-SUPPLIER-CODE.
           MOVE WS-SUPPLIER-REF TO RY-SUPPLIER-REF.
           MOVE WS-DESCRIPTION TO RY-DESCRIPTION.
           MOVE "O" TO RY-STATUS.
           MOVE WS-TODAY TO RY-DATE-ISSUED.
           MOVE SPACES TO RY-DATE-CLOSED.
           MOVE WS-USER-ID TO RY-ENTERED-BY.

           DISPLAY "SCOPE (A=ALL STOCK, L=ONE DELIVERY LOT, "
               "S=SERIAL RANGE)".
           ACCEPT RY-SCOPE.
           EVALUATE RY-SCOPE
               WHEN "A"
                   CONTINUE
               WHEN "L"
                   PERFORM 230-ACCEPT-LOT
                   IF WS-LOT-FOUND = "N"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "S"
                   IF IM-SERIAL-FLAG NOT = "Y"
                       DISPLAY "ITEM IS NOT SERIALIZED - USE A OR L"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "FIRST SERIAL IN THE RANGE"
                   ACCEPT RY-SERIAL-FROM
                   DISPLAY "LAST SERIAL IN THE RANGE"
                   ACCEPT RY-SERIAL-TO
                   IF RY-SERIAL-TO < RY-SERIAL-FROM
                       DISPLAY "RANGE ENDS BEFORE IT STARTS - ITEM "
                           "SKIPPED"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN SCOPE: " RY-SCOPE " - ITEM SKIPPED"
                   EXIT PARAGRAPH
           END-EVALUATE.

      *> All stock is quarantined outright; for a lot or a serial
      *> range only what was actually found and pulled off the shelf.
           IF RY-SCOPE = "A"
               IF IM-QTY-ON-HAND > ZERO
                   MOVE IM-QTY-ON-HAND TO WS-PULL-QTY
               ELSE
                   MOVE ZERO TO WS-PULL-QTY
               END-IF
           ELSE
               PERFORM 240-ACCEPT-PULLED-QTY
           END-IF.

           WRITE RECALL-RECORD
               INVALID KEY
                   DISPLAY "ITEM " RY-ITEM-CODE " ALREADY ON THIS "
                       "NOTICE - ITEM SKIPPED"
                   EXIT PARAGRAPH
           END-WRITE.

           IF RY-SCOPE = "S"
               IF IM-RECALL-FLAG NOT = "Y"
                   MOVE "S" TO IM-RECALL-FLAG
               END-IF
           ELSE
               MOVE "Y" TO IM-RECALL-FLAG
           END-IF.
           PERFORM 250-QUARANTINE-STOCK.
           ADD 1 TO WS-LINE-COUNT.
           DISPLAY "ITEM " IM-ITEM-CODE " RECALLED - " WS-PULL-QTY
               " QUARANTINED".

      *> A lot is a delivery on STOCKLOT.DAT - the PO it came in on.
       230-ACCEPT-LOT.
           DISPLAY "PO NUMBER THE LOT WAS DELIVERED ON".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RY-LOT-PO = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE "N" TO WS-LOT-FOUND.
           MOVE ZERO TO WS-LOT-QTY.
           OPEN INPUT STOCK-LOT-FILE.
           IF STOCK-LOT-STATUS = "00"
               MOVE "N" TO WS-LOT-EOF
               PERFORM UNTIL WS-LOT-EOF = "Y"
                   READ STOCK-LOT-FILE
                       AT END MOVE "Y" TO WS-LOT-EOF
                       NOT AT END
                           IF LT-ITEM-CODE = IM-ITEM-CODE
                               AND LT-PO-NUMBER = RY-LOT-PO
                               MOVE "Y" TO WS-LOT-FOUND
                               ADD LT-QUANTITY TO WS-LOT-QTY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-LOT-FILE
           END-IF.
           IF WS-LOT-FOUND = "N"
               DISPLAY "NO LOT OF " IM-ITEM-CODE " ON PO " RY-LOT-PO
                   " - ITEM SKIPPED"
           ELSE
               DISPLAY "LOT RECEIVED: " WS-LOT-QTY " UNITS"
           END-IF.

       240-ACCEPT-PULLED-QTY.
           DISPLAY "UNITS FOUND AND PULLED OFF THE SHELF".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-PULL-QTY = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-PULL-QTY > IM-QTY-ON-HAND
               IF IM-QTY-ON-HAND > ZERO
                   MOVE IM-QTY-ON-HAND TO WS-PULL-QTY
               ELSE
                   MOVE ZERO TO WS-PULL-QTY
               END-IF
               DISPLAY "ONLY " IM-QTY-ON-HAND " ON HAND - "
                   "QUARANTINING " WS-PULL-QTY
           END-IF.

      *> Moves WS-PULL-QTY from IM-QTY-ON-HAND into quarantine, with
      *> the same who/when/old/new audit rows as every other stock
      *> movement, and adds it to the notice row.
       250-QUARANTINE-STOCK.
           MOVE IM-QTY-ON-HAND TO WS-QTY-BEFORE.
           MOVE IM-QTY-QUARANTINED TO WS-QUAR-BEFORE.
           SUBTRACT WS-PULL-QTY FROM IM-QTY-ON-HAND.
           ADD WS-PULL-QTY TO IM-QTY-QUARANTINED.
           REWRITE ITEM-MASTER-RECORD.
           ADD WS-PULL-QTY TO RY-QTY-QUARANTINED.
           REWRITE RECALL-RECORD.
           IF WS-PULL-QTY NOT = ZERO
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-USER-ID TO AL-USER-ID
               MOVE "ITEM" TO AL-RECORD-TYPE
               MOVE IM-ITEM-CODE TO AL-KEY-VALUE
               MOVE "QTY-ON-HAND" TO AL-FIELD-NAME
               MOVE WS-QTY-BEFORE TO AL-OLD-VALUE
               MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO STOCK-MOVEMENT-RECORD
               MOVE IM-ITEM-CODE TO MV-ITEM-CODE
               MOVE "RQ" TO MV-TYPE
               MOVE WS-QTY-BEFORE TO MV-QTY-BEFORE
               MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER
               MOVE RY-RECALL-NO TO MV-REFERENCE
               MOVE WS-USER-ID TO MV-USER-ID
               PERFORM WRITE-STOCK-MOVEMENT
               MOVE "QTY-QUARANTINED" TO AL-FIELD-NAME
               MOVE WS-QUAR-BEFORE TO AL-OLD-VALUE
               MOVE IM-QTY-QUARANTINED TO AL-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *> Closing sweeps up what came back since the notice - customer
      *> returns ring onto the shelf count - raises the quarantined
      *> stock for the RTV desk, and lifts each item's flag unless
      *> another open notice still holds it.
       300-CLOSE-NOTICE.
           DISPLAY "RECALL NUMBER TO CLOSE".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LOOKUP-RECALL = FUNCTION NUMVAL-C(WS-IV-INPUT).

           MOVE ZERO TO WS-CLOSE-COUNT.
           PERFORM 800-START-RECALLS.
           PERFORM 310-COLLECT-ONE-ROW UNTIL ENDOFRECALLS.
           IF WS-CLOSE-COUNT = ZERO
               DISPLAY "NO OPEN ITEMS ON RECALL " WS-LOOKUP-RECALL
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O RTV-CANDIDATE-FILE.
           IF RTV-CANDIDATE-STATUS = "35"
               OPEN OUTPUT RTV-CANDIDATE-FILE
               CLOSE RTV-CANDIDATE-FILE
               OPEN I-O RTV-CANDIDATE-FILE
           END-IF.
           IF RTV-CANDIDATE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN RTVCAND.DAT, STATUS "
                   RTV-CANDIDATE-STATUS " - RECALL LEFT OPEN"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               PERFORM 320-CLOSE-ONE-ITEM
           END-PERFORM.
           CLOSE RTV-CANDIDATE-FILE.
           DISPLAY "RECALL " WS-LOOKUP-RECALL " CLOSED - "
               WS-CLOSE-COUNT " ITEM(S) RAISED TO THE RTV DESK".

       310-COLLECT-ONE-ROW.
           IF RY-RECALL-NO = WS-LOOKUP-RECALL AND RY-STATUS = "O"
               MOVE WS-CLOSE-COUNT TO WS-TB-COUNT
               MOVE 50 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-CLOSE-COUNT
                   SET CL-IDX TO WS-CLOSE-COUNT
                   MOVE RY-ITEM-CODE TO WS-CLOSE-ITEM (CL-IDX)
               END-IF
           END-IF.
           PERFORM 810-READ-NEXT-RECALL.

       320-CLOSE-ONE-ITEM.
           MOVE WS-CLOSE-ITEM (CL-IDX) TO RY-ITEM-CODE.
           MOVE WS-LOOKUP-RECALL TO RY-RECALL-NO.
           READ RECALL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE RY-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM " RY-ITEM-CODE " NO LONGER ON FILE"
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "ITEM " IM-ITEM-CODE " " IM-ITEM-NAME
               " QUARANTINED " RY-QTY-QUARANTINED.
           IF RY-SCOPE = "A"
               IF IM-QTY-ON-HAND > ZERO
                   MOVE IM-QTY-ON-HAND TO WS-PULL-QTY
               ELSE
                   MOVE ZERO TO WS-PULL-QTY
               END-IF
           ELSE
               DISPLAY "UNITS PULLED OR RETURNED SINCE THE NOTICE "
                   "(0 IF NONE)"
               PERFORM 240-ACCEPT-PULLED-QTY
           END-IF.
           PERFORM 250-QUARANTINE-STOCK.

           IF RY-QTY-QUARANTINED > ZERO
               PERFORM 330-RAISE-RTV-CANDIDATE
           END-IF.

           MOVE "C" TO RY-STATUS.
           MOVE WS-TODAY TO RY-DATE-CLOSED.
           REWRITE RECALL-RECORD.

           PERFORM 340-RESET-ITEM-FLAG.
           MOVE WS-NEW-FLAG TO IM-RECALL-FLAG.
           REWRITE ITEM-MASTER-RECORD.
           IF IM-RECALL-FLAG = "N"
               DISPLAY "ITEM " IM-ITEM-CODE " BACK ON SALE"
           END-IF.

      *> The quarantined units leave from quarantine, not the shelf
      *> (RC-STOCK-MOVES "Q"), and are credited at cost.
       330-RAISE-RTV-CANDIDATE.
           INITIALIZE RTV-CANDIDATE-RECORD.
           MOVE "R" TO RC-SOURCE.
           MOVE RY-RECALL-NO TO RC-SOURCE-NO.
           MOVE RY-ITEM-CODE TO RC-ITEM-CODE.
           MOVE RY-SUPPLIER-CODE TO RC-SUPPLIER-CODE.
           MOVE RY-QTY-QUARANTINED TO RC-QUANTITY.
           MOVE SPACES TO RC-SERIAL-NO.
           MOVE "RC" TO RC-REASON-CODE.
           MOVE "Q" TO RC-STOCK-MOVES.
           MOVE "O" TO RC-STATUS.
           MOVE WS-TODAY TO RC-DATE-RAISED.
           MOVE ZERO TO RC-RTV-NO.
           WRITE RTV-CANDIDATE-RECORD
               INVALID KEY
                   DISPLAY "RTV CANDIDATE ALREADY RAISED FOR "
                       RC-ITEM-CODE
           END-WRITE.

      *> Re-derives the item's flag from its notices still open -
      *> any outright one keeps "Y", a serial range alone "S".
       340-RESET-ITEM-FLAG.
           MOVE "N" TO WS-NEW-FLAG.
           MOVE IM-ITEM-CODE TO RY-ITEM-CODE.
           MOVE ZERO TO RY-RECALL-NO.
           MOVE "N" TO WS-EOF-FLAG.
           START RECALL-FILE KEY NOT < RY-KEY
               INVALID KEY SET ENDOFRECALLS TO TRUE
           END-START.
           PERFORM UNTIL ENDOFRECALLS
               READ RECALL-FILE NEXT
                   AT END SET ENDOFRECALLS TO TRUE
                   NOT AT END
                       IF RY-ITEM-CODE NOT = IM-ITEM-CODE
                           SET ENDOFRECALLS TO TRUE
                       ELSE
                           IF RY-STATUS = "O"
                               IF RY-SCOPE = "S"
                                   AND WS-NEW-FLAG = "N"
                                   MOVE "S" TO WS-NEW-FLAG
                               END-IF
                               IF RY-SCOPE NOT = "S"
                                   MOVE "Y" TO WS-NEW-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       400-LIST-OPEN.
           MOVE ZERO TO WS-OPEN-COUNT.
           PERFORM 800-START-RECALLS.
           PERFORM 410-LIST-ONE-ROW UNTIL ENDOFRECALLS.
           DISPLAY "OPEN RECALL ITEMS: " WS-OPEN-COUNT.

       410-LIST-ONE-ROW.
           IF RY-STATUS = "O"
               ADD 1 TO WS-OPEN-COUNT
               DISPLAY RY-RECALL-NO " " RY-ITEM-CODE " SUPPLIER "
                   RY-SUPPLIER-CODE " REF " RY-SUPPLIER-REF
                   " ISSUED " RY-DATE-ISSUED
               EVALUATE RY-SCOPE
                   WHEN "L"
                       DISPLAY "  LOT ON PO " RY-LOT-PO
                   WHEN "S"
                       DISPLAY "  SERIALS " RY-SERIAL-FROM " TO "
                           RY-SERIAL-TO
                   WHEN OTHER
                       DISPLAY "  ALL STOCK"
               END-EVALUATE
               DISPLAY "  " RY-DESCRIPTION " QUARANTINED "
                   RY-QTY-QUARANTINED
           END-IF.
           PERFORM 810-READ-NEXT-RECALL.

       800-START-RECALLS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RY-KEY.
           START RECALL-FILE KEY NOT < RY-KEY
               INVALID KEY SET ENDOFRECALLS TO TRUE
           END-START.
           IF NOT ENDOFRECALLS
               PERFORM 810-READ-NEXT-RECALL
           END-IF.

       810-READ-NEXT-RECALL.
           READ RECALL-FILE NEXT
               AT END SET ENDOFRECALLS TO TRUE
           END-READ.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM RECALL-DESK.
