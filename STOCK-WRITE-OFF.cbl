               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  WRITE-OFF-STATUS       PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  STOCK-MOVEMENT-STATUS  PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-TODAY               PIC X(8).
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS = "05"
               OR STOCK-MOVEMENT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 100-WRITE-OFF-ONE-ITEM UNTIL WS-WANT-MORE = "N".
           CLOSE ITEM-MASTER.
           CLOSE WRITE-OFF-FILE.
           CLOSE AUDIT-LOG.
           CLOSE STOCK-MOVEMENT-FILE.

           DISPLAY "WRITE-OFFS POSTED: " WS-POSTED-COUNT
               " VALUED " WS-POSTED-VALUE.
           COMPUTE WO-VALUE = WS-WRITE-OFF-QTY * IM-UNIT-COST.
           MOVE WS-REASON-CODE TO WO-REASON-CODE.
           MOVE WS-USER-ID TO WO-USER-ID.
           MOVE SPACES TO WO-GL-DATE.
           WRITE WRITE-OFF-RECORD.

           ADD 1 TO WS-POSTED-COUNT.
           MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE IM-ITEM-CODE TO MV-ITEM-CODE.
           MOVE "WO" TO MV-TYPE.
           MOVE WS-QTY-BEFORE TO MV-QTY-BEFORE.
           MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER.
           MOVE WS-REASON-CODE TO MV-REFERENCE.
           MOVE WS-USER-ID TO MV-USER-ID.
           PERFORM WRITE-STOCK-MOVEMENT.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM STOCK-WRITE-OFF.
