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
       01  COUNT-ENTRY-STATUS     PIC X(2).
       01  COUNT-WORK-STATUS      PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  STOCK-MOVEMENT-STATUS  PIC X(2).

       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
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
           MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      *> No count number on the sheet - the count date is the
      *> movement's reference.
           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE CE-ITEM-CODE TO MV-ITEM-CODE.
           MOVE "CC" TO MV-TYPE.
           MOVE WS-QTY-BEFORE TO MV-QTY-BEFORE.
           MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER.
           MOVE CE-DATE TO MV-REFERENCE.
           MOVE WS-COUNTER-ID TO MV-USER-ID.
           PERFORM WRITE-STOCK-MOVEMENT.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM CYCLE-COUNT.
