      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly stock roll-forward. Proves, item by item,
      *          that last night's closing quantity (STOCKSNAP.DAT)
      *          plus every movement written to STOCKMOVE.DAT since
      *          comes to the IM-QTY-ON-HAND on the master now, and
      *          lists every item where it does not - a quantity
      *          changed by something that wrote no movement, a
      *          restored master, a hand-edited file. Tonight's
      *          quantities then become tomorrow's opening balances.
      *          The first run (no snapshot yet) only takes the
      *          opening balances. Run-logged like the other batch
      *          programs; the exception count is the reject count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-ROLL-FORWARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

           SELECT STOCK-SNAPSHOT-FILE
               ASSIGN TO "STOCKSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-SNAPSHOT-STATUS.

      *> Tonight's snapshot is built here while last night's is still
      *> being read, then copied over it - same work-file shape
      *> CYCLE-COUNT uses on its entry file.
           SELECT SNAPSHOT-WORK-FILE
               ASSIGN TO "STOCKSNAP.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-WORK-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       FD  STOCK-SNAPSHOT-FILE.
           COPY "STOCK-SNAPSHOT.CPY".

       FD  SNAPSHOT-WORK-FILE.
       01  SW-RECORD              PIC X(37).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  STOCK-MOVEMENT-STATUS  PIC X(2).
       01  STOCK-SNAPSHOT-STATUS  PIC X(2).
       01  SNAPSHOT-WORK-STATUS   PIC X(2).

       01  WS-MOVE-EOF            PIC X(1) VALUE "N".
       01  WS-WORK-EOF            PIC X(1) VALUE "N".

      *> Match-merge keys - HIGH-VALUES once a file runs out, so the
      *> other file's remaining rows all sort low.
       01  WS-MASTER-KEY          PIC X(6).
       01  WS-SNAP-KEY            PIC X(6).

      *> "Y" on the first run: nothing to prove against, the run
      *> only takes the opening balances.
       01  WS-BASELINE            PIC X(1) VALUE "N".
       01  WS-OPENING-STAMP       PIC X(26) VALUE SPACES.

       01  WS-ITEM-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-MOVE-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SNAP-WRITTEN        PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT     PIC 9(7) VALUE ZERO.

      *> Net movement per item since the opening stamp.
       01  WS-MOVE-ITEM-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MOVE-TOTALS.
           05 WS-MOVE-ENTRY OCCURS 2000 TIMES INDEXED BY RF-IDX.
               10 RF-ITEM-CODE    PIC X(6).
               10 RF-QTY-IN       PIC 9(7).
               10 RF-QTY-OUT      PIC 9(7).
               10 RF-MATCHED      PIC X(1).
       01  WS-FOUND-IDX           PIC 9(4).

      *> One item's proof.
       01  WS-PROVE-ITEM          PIC X(6).
       01  WS-PROVE-NAME          PIC X(25).
       01  WS-OPENING-QTY         PIC S9(7).
       01  WS-CLOSING-QTY         PIC S9(7).
       01  WS-QTY-IN              PIC 9(7).
       01  WS-QTY-OUT             PIC 9(7).
       01  WS-EXPECTED-QTY        PIC S9(7).
       01  WS-DIFFERENCE          PIC S9(7).
       01  WS-NOTE                PIC X(20).

       01  WS-OPENING-ED          PIC -(6)9.
       01  WS-IN-ED               PIC Z(6)9.
       01  WS-OUT-ED              PIC Z(6)9.
       01  WS-EXPECTED-ED         PIC -(6)9.
       01  WS-CLOSING-ED          PIC -(6)9.
       01  WS-DIFFERENCE-ED       PIC -(6)9.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "NO ITEM MASTER TO ROLL FORWARD, STATUS "
                   ITEM-MASTER-STATUS
      *> Non-zero so the retail batch driver records the step FAILED.
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN OUTPUT SNAPSHOT-WORK-FILE.
           IF SNAPSHOT-WORK-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STOCKSNAP.WRK, STATUS "
                   SNAPSHOT-WORK-STATUS
               CLOSE ITEM-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

      *> Last night's snapshot - its first row's stamp is when the
      *> opening balances were taken.
           MOVE HIGH-VALUES TO WS-SNAP-KEY.
           OPEN INPUT STOCK-SNAPSHOT-FILE.
           IF STOCK-SNAPSHOT-STATUS = "00"
               PERFORM 150-READ-SNAPSHOT
               IF WS-SNAP-KEY NOT = HIGH-VALUES
                   MOVE SN-TAKEN-STAMP TO WS-OPENING-STAMP
               END-IF
           END-IF.
           IF WS-OPENING-STAMP = SPACES
               MOVE "Y" TO WS-BASELINE
           END-IF.

           DISPLAY "============ STOCK ROLL-FORWARD ============".
           IF WS-BASELINE = "Y"
               DISPLAY "NO PRIOR SNAPSHOT - TONIGHT'S QUANTITIES "
                   "BECOME THE OPENING BALANCES"
           ELSE
               DISPLAY "OPENING " WS-OPENING-STAMP(1:14)
                   "  CLOSING " WS-RL-START-STAMP(1:14)
               PERFORM 100-LOAD-MOVEMENTS
               DISPLAY "ITEM   NAME                      OPENING"
                   "      IN     OUT EXPECTED ON-HAND    DIFF"
           END-IF.

           PERFORM 160-READ-MASTER.
           PERFORM 200-MATCH-ONE-KEY
               UNTIL WS-MASTER-KEY = HIGH-VALUES
                 AND WS-SNAP-KEY = HIGH-VALUES.

           IF WS-BASELINE = "N"
               PERFORM 300-CHECK-ONE-UNMATCHED
                   VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-MOVE-ITEM-COUNT
           END-IF.

           CLOSE ITEM-MASTER.
           CLOSE SNAPSHOT-WORK-FILE.
           IF STOCK-SNAPSHOT-STATUS = "00"
               CLOSE STOCK-SNAPSHOT-FILE
           END-IF.
           PERFORM 400-REPLACE-SNAPSHOT.

           DISPLAY "-------------------------------------------".
           DISPLAY "ITEMS ROLLED FORWARD: " WS-ITEM-COUNT.
           DISPLAY "MOVEMENTS APPLIED:    " WS-MOVE-COUNT.
           DISPLAY "EXCEPTIONS:           " WS-EXCEPTION-COUNT.
           DISPLAY "============================================".

           GO TO 900-END-PROGRAM.

      *> Movements stamped after the opening snapshot and no later
      *> than this run's start, netted per item. A missing movement
      *> file is simply a night with no movements.
       100-LOAD-MOVEMENTS.
           OPEN INPUT STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MOVE-EOF.
           READ STOCK-MOVEMENT-FILE
               AT END MOVE "Y" TO WS-MOVE-EOF
           END-READ.
           PERFORM 110-TALLY-ONE-MOVEMENT UNTIL WS-MOVE-EOF = "Y".
           CLOSE STOCK-MOVEMENT-FILE.

       110-TALLY-ONE-MOVEMENT.
           IF MV-TIMESTAMP(1:16) > WS-OPENING-STAMP(1:16)
               AND MV-TIMESTAMP(1:16) NOT > WS-RL-START-STAMP(1:16)
               PERFORM 120-FIND-OR-ADD-MOVE-ITEM
               IF WS-FOUND-IDX NOT = ZERO
                   SET RF-IDX TO WS-FOUND-IDX
                   ADD 1 TO WS-MOVE-COUNT
                   IF MV-QUANTITY < ZERO
                       SUBTRACT MV-QUANTITY FROM RF-QTY-OUT (RF-IDX)
                   ELSE
                       ADD MV-QUANTITY TO RF-QTY-IN (RF-IDX)
                   END-IF
               END-IF
           END-IF.
           READ STOCK-MOVEMENT-FILE
               AT END MOVE "Y" TO WS-MOVE-EOF
           END-READ.

       120-FIND-OR-ADD-MOVE-ITEM.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-MOVE-ITEM-COUNT
               IF RF-ITEM-CODE (RF-IDX) = MV-ITEM-CODE
                   SET WS-FOUND-IDX TO RF-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-MOVE-ITEM-COUNT TO WS-TB-COUNT
               MOVE 2000 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-MOVE-ITEM-COUNT
                   MOVE WS-MOVE-ITEM-COUNT TO WS-FOUND-IDX
                   SET RF-IDX TO WS-FOUND-IDX
                   MOVE MV-ITEM-CODE TO RF-ITEM-CODE (RF-IDX)
                   MOVE ZERO TO RF-QTY-IN (RF-IDX)
                   MOVE ZERO TO RF-QTY-OUT (RF-IDX)
                   MOVE "N" TO RF-MATCHED (RF-IDX)
               END-IF
           END-IF.

       150-READ-SNAPSHOT.
           READ STOCK-SNAPSHOT-FILE
               AT END MOVE HIGH-VALUES TO WS-SNAP-KEY
               NOT AT END MOVE SN-ITEM-CODE TO WS-SNAP-KEY
           END-READ.

       160-READ-MASTER.
           READ ITEM-MASTER NEXT
               AT END MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END MOVE IM-ITEM-CODE TO WS-MASTER-KEY
           END-READ.

      *> Both files are in item-code order: an item only on the
      *> snapshot has left the master since last night; an item
      *> only on the master is new since and opens at zero.
       200-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-SNAP-KEY < WS-MASTER-KEY
                   PERFORM 220-PROVE-GONE-ITEM
                   PERFORM 150-READ-SNAPSHOT
               WHEN WS-MASTER-KEY < WS-SNAP-KEY
                   MOVE ZERO TO WS-OPENING-QTY
                   PERFORM 210-PROVE-MASTER-ITEM
                   PERFORM 160-READ-MASTER
               WHEN OTHER
                   MOVE SN-QTY-ON-HAND TO WS-OPENING-QTY
                   PERFORM 210-PROVE-MASTER-ITEM
                   PERFORM 150-READ-SNAPSHOT
                   PERFORM 160-READ-MASTER
           END-EVALUATE.

       210-PROVE-MASTER-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF WS-BASELINE = "N"
               MOVE IM-ITEM-CODE TO WS-PROVE-ITEM
               MOVE IM-ITEM-NAME TO WS-PROVE-NAME
               MOVE IM-QTY-ON-HAND TO WS-CLOSING-QTY
               MOVE SPACES TO WS-NOTE
               PERFORM 230-PROVE-ONE-ITEM
           END-IF.
           MOVE SPACES TO STOCK-SNAPSHOT-RECORD.
           MOVE IM-ITEM-CODE TO SN-ITEM-CODE.
           MOVE IM-QTY-ON-HAND TO SN-QTY-ON-HAND.
           MOVE WS-RL-START-STAMP TO SN-TAKEN-STAMP.
           MOVE STOCK-SNAPSHOT-RECORD TO SW-RECORD.
           WRITE SW-RECORD.
           ADD 1 TO WS-SNAP-WRITTEN.

      *> Nothing should leave the master with stock still booked to
      *> it - whatever it held plus its movements must come to zero.
       220-PROVE-GONE-ITEM.
           IF WS-BASELINE = "N"
               MOVE SN-ITEM-CODE TO WS-PROVE-ITEM
               MOVE SPACES TO WS-PROVE-NAME
               MOVE SN-QTY-ON-HAND TO WS-OPENING-QTY
               MOVE ZERO TO WS-CLOSING-QTY
               MOVE "GONE FROM MASTER" TO WS-NOTE
               PERFORM 230-PROVE-ONE-ITEM
           END-IF.

       230-PROVE-ONE-ITEM.
           MOVE ZERO TO WS-QTY-IN.
           MOVE ZERO TO WS-QTY-OUT.
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-MOVE-ITEM-COUNT
               IF RF-ITEM-CODE (RF-IDX) = WS-PROVE-ITEM
                   MOVE RF-QTY-IN (RF-IDX) TO WS-QTY-IN
                   MOVE RF-QTY-OUT (RF-IDX) TO WS-QTY-OUT
                   MOVE "Y" TO RF-MATCHED (RF-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-EXPECTED-QTY =
               WS-OPENING-QTY + WS-QTY-IN - WS-QTY-OUT.
           IF WS-EXPECTED-QTY NOT = WS-CLOSING-QTY
               PERFORM 250-PRINT-EXCEPTION
           END-IF.

       250-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           COMPUTE WS-DIFFERENCE = WS-CLOSING-QTY - WS-EXPECTED-QTY.
           MOVE WS-OPENING-QTY TO WS-OPENING-ED.
           MOVE WS-QTY-IN TO WS-IN-ED.
           MOVE WS-QTY-OUT TO WS-OUT-ED.
           MOVE WS-EXPECTED-QTY TO WS-EXPECTED-ED.
           MOVE WS-CLOSING-QTY TO WS-CLOSING-ED.
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-ED.
           DISPLAY WS-PROVE-ITEM " " WS-PROVE-NAME " "
               WS-OPENING-ED " " WS-IN-ED " " WS-OUT-ED " "
               WS-EXPECTED-ED " " WS-CLOSING-ED " "
               WS-DIFFERENCE-ED " " WS-NOTE.

      *> Movements for an item on neither file - written against a
      *> code the master has never held.
       300-CHECK-ONE-UNMATCHED.
           IF RF-MATCHED (RF-IDX) = "N"
               MOVE RF-ITEM-CODE (RF-IDX) TO WS-PROVE-ITEM
               MOVE SPACES TO WS-PROVE-NAME
               MOVE ZERO TO WS-OPENING-QTY
               MOVE ZERO TO WS-CLOSING-QTY
               MOVE RF-QTY-IN (RF-IDX) TO WS-QTY-IN
               MOVE RF-QTY-OUT (RF-IDX) TO WS-QTY-OUT
               COMPUTE WS-EXPECTED-QTY = WS-QTY-IN - WS-QTY-OUT
               MOVE "NOT ON MASTER" TO WS-NOTE
               PERFORM 250-PRINT-EXCEPTION
           END-IF.

       400-REPLACE-SNAPSHOT.
           OPEN INPUT SNAPSHOT-WORK-FILE.
           OPEN OUTPUT STOCK-SNAPSHOT-FILE.
           MOVE "N" TO WS-WORK-EOF.
           READ SNAPSHOT-WORK-FILE
               AT END MOVE "Y" TO WS-WORK-EOF
           END-READ.
           PERFORM 410-COPY-ONE-SNAPSHOT-ROW UNTIL WS-WORK-EOF = "Y".
           CLOSE SNAPSHOT-WORK-FILE.
           CLOSE STOCK-SNAPSHOT-FILE.

       410-COPY-ONE-SNAPSHOT-ROW.
           MOVE SW-RECORD TO STOCK-SNAPSHOT-RECORD.
           WRITE STOCK-SNAPSHOT-RECORD.
           READ SNAPSHOT-WORK-FILE
               AT END MOVE "Y" TO WS-WORK-EOF
           END-READ.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "STOCK-ROLL-FORWARD" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ITEM-COUNT TO RL-READ-COUNT.
           MOVE WS-SNAP-WRITTEN TO RL-WRITTEN-COUNT.
           MOVE WS-EXCEPTION-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM STOCK-ROLL-FORWARD.
