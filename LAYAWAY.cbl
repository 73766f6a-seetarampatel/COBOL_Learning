               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYAWAY-FILE.
       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       WORKING-STORAGE SECTION.
       01  LAYAWAY-STATUS          PIC X(2).
       01  LAYAWAY-WORK-STATUS     PIC X(2).
       01  SALES-LOG-STATUS        PIC X(2).
       01  RECEIPT-COUNTER-STATUS  PIC X(2).
       01  AUDIT-LOG-STATUS        PIC X(2).
       01  STOCK-MOVEMENT-STATUS   PIC X(2).

       01  WS-WANT-MORE            PIC X(1) VALUE "Y".
       01  WS-ACTION               PIC X(1).
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS = "05"
               OR STOCK-MOVEMENT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE ITEM-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE STOCK-MOVEMENT-FILE.

       900-END-PROGRAM.
           STOP RUN.
                   DISPLAY "ITEM NOT ON MASTER: " IM-ITEM-CODE
                   GO TO 290-CREATE-EXIT
           END-READ.
           IF IM-RECALL-FLAG = "Y"
               DISPLAY "ITEM IS UNDER RECALL - PLAN NOT CREATED"
               GO TO 290-CREATE-EXIT
           END-IF.

           DISPLAY "QUANTITY TO SET ASIDE".
           MOVE "N" TO WS-IV-VALID.
           COMPUTE WS-INSTALLMENT ROUNDED = WS-PRINCIPAL *
               FUNCTION ANNUITY(WS-RATE, WS-TERM).

      *> The plan number is taken first - it is the reference the
      *> reservation's stock movement is booked under.
           PERFORM 260-NEXT-PLAN-NO.

      *> Reserve the stock - the set-aside units leave the shelf
      *> count so 107-CHECK-INVENTORY can't sell them twice.
           MOVE IM-QTY-ON-HAND TO WS-QTY-BEFORE.
           REWRITE ITEM-MASTER-RECORD.
           PERFORM 250-AUDIT-STOCK-MOVE.

           MOVE WS-PLAN-NO TO LP-PLAN-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LP-DATE.
           MOVE IM-ITEM-CODE TO LP-ITEM-CODE.
           MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE IM-ITEM-CODE TO MV-ITEM-CODE.
           MOVE "LY" TO MV-TYPE.
           MOVE WS-QTY-BEFORE TO MV-QTY-BEFORE.
           MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER.
           MOVE WS-PLAN-NO TO MV-REFERENCE.
           MOVE WS-CLERK-ID TO MV-USER-ID.
           PERFORM WRITE-STOCK-MOVEMENT.

       260-NEXT-PLAN-NO.
           MOVE ZERO TO WS-PLAN-NO.
           OPEN INPUT LAYAWAY-COUNTER.
               DISPLAY "PLAN NOT FOUND OR NOT OPEN"
           ELSE
               MOVE WS-HELD-PLAN TO LAYAWAY-PLAN-RECORD
               MOVE LP-PLAN-NO TO WS-PLAN-NO
               MOVE LP-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM LAYAWAY.
