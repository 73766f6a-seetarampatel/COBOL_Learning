      ******************************************************************
      * Author:
      * Date:
      * Purpose: Store side of the stock-balancing feed: cuts
      *          STOCKXTR.DAT from this store's item master - one row
      *          per item with its on-hand figure and the flags that
      *          stop it being moved - for head office's
      *          STOCK-BALANCE-RUN. Ship it under the stock extract
      *          name the store's STOREMST.DAT row gives it, the same
      *          way the sales extract travels. Same shape as
      *          ITEM-BROADCAST-EXTRACT, run-logged the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-STOCK-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT STORE-STOCK-FILE
               ASSIGN TO "STOCKXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-STOCK-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  STORE-STOCK-FILE.
           COPY "STORE-STOCK.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  STORE-STOCK-STATUS     PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".
       01  WS-ITEM-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-COUNT       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "NO ITEM MASTER TO EXTRACT, STATUS "
                   ITEM-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN OUTPUT STORE-STOCK-FILE.

           READ ITEM-MASTER
               AT END SET ENDOFFILE TO TRUE
           END-READ.

           PERFORM 100-EXTRACT-ONE-ITEM UNTIL ENDOFFILE.

           CLOSE ITEM-MASTER.
           CLOSE STORE-STOCK-FILE.

           DISPLAY "STOCK EXTRACT CUT - " WS-WRITTEN-COUNT " ITEMS - "
               "SHIP STOCKXTR.DAT TO HEAD OFFICE".

           GO TO 900-END-PROGRAM.

      *> Deleted-pending rows stay home, as on the broadcast.
       100-EXTRACT-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF IM-ITEM-STATUS NOT = "X"
               MOVE IM-ITEM-CODE TO SS-ITEM-CODE
               MOVE IM-ITEM-NAME TO SS-ITEM-NAME
               MOVE IM-QTY-ON-HAND TO SS-QTY-ON-HAND
               MOVE IM-ITEM-STATUS TO SS-ITEM-STATUS
               MOVE IM-RECALL-FLAG TO SS-RECALL-FLAG
               MOVE WS-RL-START-STAMP(1:8) TO SS-EXTRACT-DATE
               WRITE STORE-STOCK-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
           READ ITEM-MASTER
               AT END SET ENDOFFILE TO TRUE
           END-READ.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "STORE-STOCK-EXTRACT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ITEM-COUNT TO RL-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

       END PROGRAM STORE-STOCK-EXTRACT.
