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

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
       FD  TRANSIT-FILE.
           COPY "STOCK-TRANSFER.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  TRANSIT-FILE-STATUS    PIC X(2).
       01  STORE-MASTER-STATUS    PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  STOCK-MOVEMENT-STATUS  PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-CHECK-STORE         PIC X(4).
       01  WS-STORE-OK            PIC X(1).
       01  WS-THIS-STORE          PIC X(4).
       01  WS-LOOKUP-XFER         PIC 9(6).
       01  WS-TODAY               PIC X(8).
           DISPLAY "THIS STORE CODE (E.G. ST02)".
           ACCEPT WS-THIS-STORE.

           OPEN INPUT STORE-MASTER-FILE.
           IF STORE-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STOREMST.DAT, STATUS "
                   STORE-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-THIS-STORE TO WS-CHECK-STORE.
           PERFORM 050-CHECK-STORE.
           CLOSE STORE-MASTER-FILE.
           IF WS-STORE-OK = "N"
               GO TO 900-END-PROGRAM
           END-IF.

           DISPLAY "ENTER TRANSFER NUMBER OFF THE BOX".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS = "05"
               OR STOCK-MOVEMENT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *> Position on the first line of the keyed transfer and walk
           CLOSE TRANSIT-FILE.
           CLOSE ITEM-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE STOCK-MOVEMENT-FILE.

           IF WS-POSTED-COUNT = ZERO
               DISPLAY "NO OPEN LINES FOUND FOR TRANSFER "
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

       100-BOOK-ONE-LINE-IN.
           IF XF-TRANSFER-NO NOT = WS-LOOKUP-XFER
               SET ENDOFTRANSIT TO TRUE
               WHEN XF-STATUS = "R"
                   DISPLAY "LINE " XF-ITEM-CODE " ALREADY RECEIVED "
                       XF-DATE-RECEIVED " - SKIPPED"
      *> A head-office draft has not left the sending store yet.
               WHEN XF-STATUS = "D"
                   DISPLAY "LINE " XF-ITEM-CODE " NOT YET DISPATCHED "
                       "BY " XF-FROM-STORE " - SKIPPED"
               WHEN OTHER
                   PERFORM 110-POST-LINE-IN
           END-EVALUATE.
                   MOVE "N" TO IM-RESTRICTED-FLAG
                   MOVE ZERO TO IM-MINIMUM-AGE
                   MOVE ZERO TO IM-CONTAINER-DEPOSIT
                   MOVE ZERO TO IM-WARRANTY-MONTHS
                   MOVE "N" TO IM-EXT-WARRANTY
                   MOVE "N" TO IM-RECALL-FLAG
                   MOVE ZERO TO IM-QTY-QUARANTINED
                   MOVE "N" TO IM-CONSIGNMENT-FLAG
                   WRITE ITEM-MASTER-RECORD
                   DISPLAY "NEW ITEM " XF-ITEM-CODE " SEEDED ON THIS "
                       "STORE'S MASTER - SET ITS PRICE BEFORE SELLING"
           MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE IM-ITEM-CODE TO MV-ITEM-CODE.
           MOVE "TI" TO MV-TYPE.
           MOVE WS-QTY-BEFORE TO MV-QTY-BEFORE.
           MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER.
           MOVE WS-LOOKUP-XFER TO MV-REFERENCE.
           MOVE WS-USER-ID TO MV-USER-ID.
           PERFORM WRITE-STOCK-MOVEMENT.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM STOCK-TRANSFER-IN.
