      *          the register writes for its own decrements) and
      *          writes an in-transit line to TRANSIT.DAT under the
      *          next transfer number, for STOCK-TRANSFER-IN to book
      *          on at the receiving shop. A draft transfer head
      *          office proposed (STOCK-BALANCE-RUN) is dispatched by
      *          its number instead: each drafted line is shown with
      *          its quantity and sent, or dropped, with one answer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS XF-KEY
               FILE STATUS IS TRANSIT-FILE-STATUS.

           SELECT STORE-MASTER-FILE
               ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-CODE
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

      *> XFER-COUNTER persists the last transfer number across runs,
      *> same convention as PO-COUNTER on the purchase-order side.
           SELECT XFER-COUNTER
       FD  TRANSIT-FILE.
           COPY "STOCK-TRANSFER.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       FD  XFER-COUNTER.
       01  XC-RECORD              PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  TRANSIT-FILE-STATUS    PIC X(2).
       01  STORE-MASTER-STATUS    PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  STOCK-MOVEMENT-STATUS  PIC X(2).
       01  XFER-COUNTER-STATUS    PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-CHECK-STORE         PIC X(4).
       01  WS-STORE-OK            PIC X(1).
       01  WS-FROM-STORE          PIC X(4).
       01  WS-TO-STORE            PIC X(4).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-XFER-QTY            PIC 9(5).
       01  WS-QTY-BEFORE          PIC S9(5).
       01  WS-LINE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DRAFT-NO            PIC 9(6) VALUE ZEROES.
       01  WS-DROPPED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ANSWER              PIC X(1).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFTRANSIT VALUE "Y".

      *> Shared numeric-entry validation - the transfer quantity is
      *> keyed by hand off the picking note.
           ACCEPT WS-USER-ID.
           DISPLAY "THIS STORE CODE (E.G. ST01)".
           ACCEPT WS-FROM-STORE.

           OPEN INPUT STORE-MASTER-FILE.
           IF STORE-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STOREMST.DAT, STATUS "
                   STORE-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-FROM-STORE TO WS-CHECK-STORE.
           PERFORM 050-CHECK-STORE.
           IF WS-STORE-OK = "N"
               CLOSE STORE-MASTER-FILE
               GO TO 900-END-PROGRAM
           END-IF.
           DISPLAY "HEAD-OFFICE DRAFT TRANSFER NUMBER TO DISPATCH "
               "(0 TO KEY A NEW TRANSFER)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-DRAFT-NO = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-DRAFT-NO = ZERO
               DISPLAY "RECEIVING STORE CODE (E.G. ST02)"
               ACCEPT WS-TO-STORE
               IF WS-TO-STORE = WS-FROM-STORE
                   DISPLAY "A STORE CANNOT TRANSFER TO ITSELF"
                   CLOSE STORE-MASTER-FILE
                   GO TO 900-END-PROGRAM
               END-IF
               MOVE WS-TO-STORE TO WS-CHECK-STORE
               PERFORM 050-CHECK-STORE
               IF WS-STORE-OK = "N"
                   CLOSE STORE-MASTER-FILE
                   GO TO 900-END-PROGRAM
               END-IF
           END-IF.
           CLOSE STORE-MASTER-FILE.

           OPEN I-O ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS = "05"
               OR STOCK-MOVEMENT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *> A draft already carries the number head office gave it, so
      *> dispatching one never touches the counter.
           IF WS-DRAFT-NO NOT = ZERO
               PERFORM 200-DISPATCH-DRAFT
               CLOSE ITEM-MASTER
               CLOSE TRANSIT-FILE
               CLOSE AUDIT-LOG
               CLOSE STOCK-MOVEMENT-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT XFER-COUNTER.
           IF XFER-COUNTER-STATUS = "00"
               READ XFER-COUNTER INTO WS-TRANSFER-NO
           CLOSE XFER-COUNTER.
           ADD 1 TO WS-TRANSFER-NO.

           DISPLAY "TRANSFER " WS-TRANSFER-NO " - " WS-FROM-STORE
               " TO " WS-TO-STORE.

           CLOSE ITEM-MASTER.
           CLOSE TRANSIT-FILE.
           CLOSE AUDIT-LOG.
           CLOSE STOCK-MOVEMENT-FILE.

      *> The number is only consumed when at least one line shipped -
      *> an abandoned transfer leaves no gap in the sequence, the
       900-END-PROGRAM.
           STOP RUN.

      *> Only a store on the store master, and still trading, can
      *> send or receive stock.
       050-CHECK-STORE.
           MOVE "N" TO WS-STORE-OK.
           MOVE WS-CHECK-STORE TO SM-STORE-CODE.
           READ STORE-MASTER-FILE
               INVALID KEY
                   DISPLAY "STORE " WS-CHECK-STORE
                       " IS NOT ON THE STORE MASTER"
                   EXIT PARAGRAPH
           END-READ.
           IF SM-STATUS = "C"
               DISPLAY "STORE " SM-STORE-CODE " " SM-STORE-NAME
                   " IS CLOSED"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-STORE-OK.

       100-TRANSFER-ONE-ITEM.
           DISPLAY "ENTER ITEM CODE".
           ACCEPT WS-LOOKUP-ITEM.
      *> taped-note problem this program exists to end.
       110-BOOK-LINE-OUT.
           DISPLAY "ITEM: " IM-ITEM-NAME " ON HAND " IM-QTY-ON-HAND.
      *> Recalled stock stays where it is until the RTV desk ships
      *> it back to the supplier.
           IF IM-RECALL-FLAG = "Y"
               DISPLAY "ITEM " IM-ITEM-CODE " IS UNDER RECALL - "
                   "LINE SKIPPED"
               EXIT PARAGRAPH
           END-IF.
           IF IM-RECALL-FLAG = "S"
               DISPLAY "SOME SERIALS OF THIS ITEM ARE UNDER RECALL - "
                   "DO NOT PACK THE QUARANTINED UNITS"
           END-IF.
           DISPLAY "ENTER QUANTITY TO TRANSFER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
                       " ON HAND NOW " IM-QTY-ON-HAND
           END-WRITE.

      *> Walks the draft's lines in key order, the same way
      *> STOCK-TRANSFER-IN walks a transfer being booked in. Only this
      *> store's drafted lines are offered; a line dropped here is
      *> deleted so it never shows as waiting again.
       200-DISPATCH-DRAFT.
           MOVE WS-DRAFT-NO TO WS-TRANSFER-NO.
           MOVE WS-DRAFT-NO TO XF-TRANSFER-NO.
           MOVE SPACES TO XF-ITEM-CODE.
           START TRANSIT-FILE KEY NOT < XF-KEY
               INVALID KEY SET ENDOFTRANSIT TO TRUE
           END-START.
           IF NOT ENDOFTRANSIT
               READ TRANSIT-FILE NEXT
                   AT END SET ENDOFTRANSIT TO TRUE
               END-READ
           END-IF.
           PERFORM 210-DISPATCH-ONE-LINE UNTIL ENDOFTRANSIT.

           IF WS-LINE-COUNT = ZERO AND WS-DROPPED-COUNT = ZERO
               DISPLAY "NO DRAFT LINES FOR " WS-FROM-STORE
                   " ON TRANSFER " WS-DRAFT-NO
           ELSE
               DISPLAY "TRANSFER " WS-DRAFT-NO " DISPATCHED - "
                   WS-LINE-COUNT " LINES SENT, " WS-DROPPED-COUNT
                   " DROPPED. MARK THE BOX WITH THE TRANSFER NUMBER."
           END-IF.

       210-DISPATCH-ONE-LINE.
           IF XF-TRANSFER-NO NOT = WS-DRAFT-NO
               SET ENDOFTRANSIT TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN XF-FROM-STORE NOT = WS-FROM-STORE
                   DISPLAY "LINE " XF-ITEM-CODE " IS TO BE SENT BY "
                       XF-FROM-STORE " NOT " WS-FROM-STORE
                       " - SKIPPED"
               WHEN XF-STATUS NOT = "D"
                   DISPLAY "LINE " XF-ITEM-CODE " ALREADY DISPATCHED "
                       XF-DATE-SENT " - SKIPPED"
               WHEN OTHER
                   PERFORM 220-OFFER-DRAFT-LINE
           END-EVALUATE.

           READ TRANSIT-FILE NEXT
               AT END SET ENDOFTRANSIT TO TRUE
           END-READ.

      *> Same recall and on-hand rules as a keyed line; a store
      *> holding less than head office saw sends what it has.
       220-OFFER-DRAFT-LINE.
           MOVE XF-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM " XF-ITEM-CODE " NOT ON THE "
                       "ITEM MASTER - LINE SKIPPED"
                   EXIT PARAGRAPH
           END-READ.
           MOVE XF-TO-STORE TO WS-TO-STORE.
           DISPLAY XF-ITEM-CODE " " IM-ITEM-NAME " SEND "
               XF-QUANTITY " TO " XF-TO-STORE
               " (ON HAND " IM-QTY-ON-HAND ")".
           IF IM-RECALL-FLAG = "Y"
               DISPLAY "ITEM " IM-ITEM-CODE " IS UNDER RECALL - "
                   "LINE SKIPPED"
               EXIT PARAGRAPH
           END-IF.
           IF IM-RECALL-FLAG = "S"
               DISPLAY "SOME SERIALS OF THIS ITEM ARE UNDER RECALL - "
                   "DO NOT PACK THE QUARANTINED UNITS"
           END-IF.
           DISPLAY "SEND THIS LINE? (Y/N, N DROPS IT FROM THE DRAFT)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DELETE TRANSIT-FILE
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "LINE DROPPED"
               EXIT PARAGRAPH
           END-IF.

           MOVE XF-QUANTITY TO WS-XFER-QTY.
           IF WS-XFER-QTY > IM-QTY-ON-HAND
               IF IM-QTY-ON-HAND > ZERO
                   MOVE IM-QTY-ON-HAND TO WS-XFER-QTY
                   DISPLAY "ONLY " IM-QTY-ON-HAND " ON HAND - SENDING "
                       WS-XFER-QTY
               ELSE
                   DISPLAY "NONE ON HAND FOR " IM-ITEM-CODE
                       " - LINE SKIPPED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-XFER-QTY TO XF-QUANTITY.
           MOVE IM-ITEM-NAME TO XF-ITEM-NAME.
           MOVE "T" TO XF-STATUS.
           MOVE WS-TODAY TO XF-DATE-SENT.
           MOVE WS-USER-ID TO XF-SENT-BY.
           REWRITE STOCK-TRANSFER-RECORD.

           MOVE IM-QTY-ON-HAND TO WS-QTY-BEFORE.
           SUBTRACT WS-XFER-QTY FROM IM-QTY-ON-HAND.
           REWRITE ITEM-MASTER-RECORD.
           PERFORM 120-AUDIT-TRANSFER-OUT.
           ADD 1 TO WS-LINE-COUNT.
           DISPLAY "BOOKED OUT - " IM-ITEM-CODE
               " ON HAND NOW " IM-QTY-ON-HAND.

      *> One AUDIT-LOG row per line booked out, same who/when/old/new
      *> trail the register and goods receiving write for their own
      *> IM-QTY-ON-HAND changes.
           MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE IM-ITEM-CODE TO MV-ITEM-CODE.
           MOVE "TO" TO MV-TYPE.
           MOVE WS-QTY-BEFORE TO MV-QTY-BEFORE.
           MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER.
           MOVE WS-TRANSFER-NO TO MV-REFERENCE.
           MOVE WS-USER-ID TO MV-USER-ID.
           PERFORM WRITE-STOCK-MOVEMENT.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM STOCK-TRANSFER-OUT.
