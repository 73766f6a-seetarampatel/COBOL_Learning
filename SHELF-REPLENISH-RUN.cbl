      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shelf-replenishment pick list, run on demand or twice
      *          a day. For every item on LOCATION.DAT, works out what
      *          SALESLOG.DAT has sold off the shelf since its last
      *          fill, estimates what the shelf holds now, and picks
      *          enough out of the backroom bins (slot 1 first) to
      *          fill it back to capacity - never more than the bins
      *          hold, nor more than the item master says is in the
      *          building. The pick lines are sorted into walk order
      *          by bin location, printed (bin, item, quantity to
      *          bring out, shelf to take it to) and written to
      *          PICKLIST.DAT for SHELF-FILL-CONFIRM. Run-logged the
      *          same way as the other batch reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-REPLENISH-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO "LOCATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LC-ITEM-CODE
               FILE STATUS IS STOCK-LOCATION-STATUS.

           SELECT SALES-LOG-FILE
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT SHELF-PICK-FILE
               ASSIGN TO "PICKLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHELF-PICK-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-LOCATION-FILE.
           COPY "STOCK-LOCATION.CPY".

       FD  SALES-LOG-FILE.
           COPY "SALES-LOG.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  SHELF-PICK-FILE.
           COPY "SHELF-PICK.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STOCK-LOCATION-STATUS  PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SHELF-PICK-STATUS      PIC X(2).
       01  WS-EOF-FLAG            PIC X(1).
       01  WS-ITEMS-OPEN          PIC X(1) VALUE "N".
       01  WS-LIST-STAMP          PIC X(14).

      *> One entry per LOCATION.DAT row, in the file's key order, so
      *> the second pass over the file lines up with it row for row.
       01  WS-SHELF-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SHELF-TABLE.
           05 SHELF-ENTRY OCCURS 3000 TIMES.
               10 SH-ITEM-CODE    PIC X(6).
               10 SH-LAST-FILL    PIC X(14).
               10 SH-SOLD         PIC 9(7)V9(3).
       01  SH-IDX                 PIC 9(4).
       01  WS-FOUND-IDX           PIC 9(4).

       01  WS-PICK-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-PICK-TABLE.
           05 PICK-ENTRY OCCURS 3000 TIMES.
               10 PT-BIN-LOCATION PIC X(8).
               10 PT-ITEM-CODE    PIC X(6).
               10 PT-BIN-SLOT     PIC 9(1).
               10 PT-QUANTITY     PIC 9(5).
               10 PT-SHELF-LOCATION PIC X(8).
               10 PT-SHELF-EST    PIC 9(5).
               10 PT-ITEM-NAME    PIC X(25).
       01  PT-IDX                 PIC 9(4).
       01  WS-SWAP-ENTRY          PIC X(58).
       01  WS-SORT-SWAPPED        PIC X(1).

       01  WS-SALES-READ          PIC 9(7) VALUE ZERO.
       01  WS-SHORT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SOLD-UNITS          PIC 9(7).
       01  WS-SHELF-EST           PIC 9(5).
       01  WS-SHELF-GAP           PIC 9(5).
       01  WS-BIN-AVAILABLE       PIC S9(7).
       01  WS-IN-BUILDING         PIC S9(7).
       01  WS-TO-PICK             PIC 9(5).
       01  WS-FROM-BIN            PIC 9(5).
       01  WS-BIN-IDX             PIC 9(1).
       01  WS-QTY-ED              PIC Z(4)9.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:14) TO WS-LIST-STAMP.

           OPEN INPUT STOCK-LOCATION-FILE.
           IF STOCK-LOCATION-STATUS NOT = "00"
               DISPLAY "NO LOCATION.DAT TO REPLENISH FROM, STATUS "
                   STOCK-LOCATION-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ STOCK-LOCATION-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 100-LOAD-ONE-SHELF UNTIL WS-EOF-FLAG = "Y".
           CLOSE STOCK-LOCATION-FILE.

      *> No sales log yet just means nothing has sold since the
      *> shelves were counted.
           OPEN INPUT SALES-LOG-FILE.
           IF SALES-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ SALES-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 200-TAKE-ONE-SALE UNTIL WS-EOF-FLAG = "Y"
               CLOSE SALES-LOG-FILE
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEMS-OPEN
           END-IF.

           OPEN INPUT STOCK-LOCATION-FILE.
           MOVE ZERO TO SH-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           READ STOCK-LOCATION-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 300-PLAN-ONE-SHELF UNTIL WS-EOF-FLAG = "Y".
           CLOSE STOCK-LOCATION-FILE.
           IF WS-ITEMS-OPEN = "Y"
               CLOSE ITEM-MASTER
           END-IF.

           PERFORM 400-SORT-INTO-WALK-ORDER.

           OPEN OUTPUT SHELF-PICK-FILE.
           IF SHELF-PICK-STATUS NOT = "00"
               DISPLAY "COULD NOT WRITE PICKLIST.DAT, STATUS "
                   SHELF-PICK-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           DISPLAY "============ SHELF REPLENISHMENT PICK LIST "
               "============".
           DISPLAY "LIST " WS-LIST-STAMP(1:8) " " WS-LIST-STAMP(9:4).
           DISPLAY "BIN      ITEM   DESCRIPTION                 "
               "  QTY  TO SHELF".
           PERFORM 500-WRITE-ONE-PICK
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PICK-COUNT.
           CLOSE SHELF-PICK-FILE.

           DISPLAY "------------------------------------------------".
           IF WS-PICK-COUNT = ZERO
               DISPLAY "NOTHING TO BRING OUT - SHELVES ARE FULL"
           ELSE
               DISPLAY "PICK LINES:          " WS-PICK-COUNT
           END-IF.
           IF WS-SHORT-COUNT > ZERO
               DISPLAY "SHELVES LEFT SHORT, BACKROOM EMPTY: "
                   WS-SHORT-COUNT
           END-IF.
           DISPLAY "CONFIRM THE PICK WITH SHELF-FILL-CONFIRM".
           DISPLAY "================================================".

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "SHELF-REPLENISH-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-SALES-READ TO RL-READ-COUNT.
           MOVE WS-PICK-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-SHORT-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

       100-LOAD-ONE-SHELF.
           MOVE WS-SHELF-COUNT TO WS-TB-COUNT.
           MOVE 3000 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-SHELF-COUNT
               MOVE LC-ITEM-CODE TO SH-ITEM-CODE (WS-SHELF-COUNT)
               MOVE LC-LAST-FILL TO SH-LAST-FILL (WS-SHELF-COUNT)
               MOVE ZERO TO SH-SOLD (WS-SHELF-COUNT)
           END-IF.
           READ STOCK-LOCATION-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> Only sales come off the shelf - a customer return goes to
      *> the service desk, not back on the shelf, until someone
      *> puts it there and recounts.
       200-TAKE-ONE-SALE.
           ADD 1 TO WS-SALES-READ.
           IF SL-QUANTITY > ZERO
               MOVE ZERO TO WS-FOUND-IDX
               PERFORM VARYING SH-IDX FROM 1 BY 1
                       UNTIL SH-IDX > WS-SHELF-COUNT
                          OR WS-FOUND-IDX > ZERO
                   IF SH-ITEM-CODE (SH-IDX) = SL-ITEM-CODE
                       MOVE SH-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX > ZERO
                   IF SL-TIMESTAMP(1:14) > SH-LAST-FILL (WS-FOUND-IDX)
                       ADD SL-QUANTITY TO SH-SOLD (WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.
           READ SALES-LOG-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> Part-units sold (weighed goods) round up - the shelf is
      *> short the whole unit the customer cut into.
       300-PLAN-ONE-SHELF.
           ADD 1 TO SH-IDX.
           IF SH-IDX > WS-SHELF-COUNT
               MOVE "Y" TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SOLD-UNITS = SH-SOLD (SH-IDX) + 0.999.
           IF WS-SOLD-UNITS >= LC-SHELF-QTY
               MOVE ZERO TO WS-SHELF-EST
           ELSE
               COMPUTE WS-SHELF-EST = LC-SHELF-QTY - WS-SOLD-UNITS
           END-IF.
           IF LC-SHELF-CAPACITY > WS-SHELF-EST
               COMPUTE WS-SHELF-GAP = LC-SHELF-CAPACITY - WS-SHELF-EST
           ELSE
               MOVE ZERO TO WS-SHELF-GAP
           END-IF.

           IF WS-SHELF-GAP > ZERO
               PERFORM 310-WORK-OUT-PICK
           END-IF.

           READ STOCK-LOCATION-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> Bins can drift above what the master says is in the
      *> building; the master wins, so the list never sends anyone
      *> for stock that was sold or written off without a recount.
       310-WORK-OUT-PICK.
           MOVE ZERO TO WS-BIN-AVAILABLE.
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                   UNTIL WS-BIN-IDX > 4
               IF LC-BIN-LOCATION (WS-BIN-IDX) NOT = SPACES
                   ADD LC-BIN-QTY (WS-BIN-IDX) TO WS-BIN-AVAILABLE
               END-IF
           END-PERFORM.

           MOVE SPACES TO IM-ITEM-NAME.
           IF WS-ITEMS-OPEN = "Y"
               MOVE LC-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       MOVE "NOT ON ITEM MASTER" TO IM-ITEM-NAME
                   NOT INVALID KEY
                       COMPUTE WS-IN-BUILDING =
                           IM-QTY-ON-HAND - WS-SHELF-EST
                       IF WS-IN-BUILDING < WS-BIN-AVAILABLE
                           MOVE WS-IN-BUILDING TO WS-BIN-AVAILABLE
                       END-IF
               END-READ
           END-IF.
           IF WS-BIN-AVAILABLE < ZERO
               MOVE ZERO TO WS-BIN-AVAILABLE
           END-IF.

           IF WS-BIN-AVAILABLE < WS-SHELF-GAP
               MOVE WS-BIN-AVAILABLE TO WS-TO-PICK
               ADD 1 TO WS-SHORT-COUNT
           ELSE
               MOVE WS-SHELF-GAP TO WS-TO-PICK
           END-IF.

           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                   UNTIL WS-BIN-IDX > 4 OR WS-TO-PICK = ZERO
               IF LC-BIN-LOCATION (WS-BIN-IDX) NOT = SPACES
                   AND LC-BIN-QTY (WS-BIN-IDX) > ZERO
                   PERFORM 320-ADD-PICK-LINE
               END-IF
           END-PERFORM.

       320-ADD-PICK-LINE.
           IF LC-BIN-QTY (WS-BIN-IDX) < WS-TO-PICK
               MOVE LC-BIN-QTY (WS-BIN-IDX) TO WS-FROM-BIN
           ELSE
               MOVE WS-TO-PICK TO WS-FROM-BIN
           END-IF.
           MOVE WS-PICK-COUNT TO WS-TB-COUNT.
           MOVE 3000 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-PICK-COUNT
               MOVE LC-BIN-LOCATION (WS-BIN-IDX)
                   TO PT-BIN-LOCATION (WS-PICK-COUNT)
               MOVE LC-ITEM-CODE TO PT-ITEM-CODE (WS-PICK-COUNT)
               MOVE WS-BIN-IDX TO PT-BIN-SLOT (WS-PICK-COUNT)
               MOVE WS-FROM-BIN TO PT-QUANTITY (WS-PICK-COUNT)
               MOVE LC-SHELF-LOCATION
                   TO PT-SHELF-LOCATION (WS-PICK-COUNT)
               MOVE WS-SHELF-EST TO PT-SHELF-EST (WS-PICK-COUNT)
               MOVE IM-ITEM-NAME TO PT-ITEM-NAME (WS-PICK-COUNT)
           END-IF.
           SUBTRACT WS-FROM-BIN FROM WS-TO-PICK.

      *> Bin location then item - the location codes are keyed to
      *> sort in the order the stockroom is walked.
       400-SORT-INTO-WALK-ORDER.
           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > WS-PICK-COUNT - 1
                   IF PT-BIN-LOCATION (PT-IDX) >
                           PT-BIN-LOCATION (PT-IDX + 1)
                       OR (PT-BIN-LOCATION (PT-IDX) =
                           PT-BIN-LOCATION (PT-IDX + 1)
                       AND PT-ITEM-CODE (PT-IDX) >
                           PT-ITEM-CODE (PT-IDX + 1))
                       MOVE PICK-ENTRY (PT-IDX) TO WS-SWAP-ENTRY
                       MOVE PICK-ENTRY (PT-IDX + 1)
                           TO PICK-ENTRY (PT-IDX)
                       MOVE WS-SWAP-ENTRY TO PICK-ENTRY (PT-IDX + 1)
                       MOVE "Y" TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-WRITE-ONE-PICK.
           MOVE WS-LIST-STAMP TO SP-LIST-STAMP.
           MOVE PT-BIN-LOCATION (PT-IDX) TO SP-BIN-LOCATION.
           MOVE PT-ITEM-CODE (PT-IDX) TO SP-ITEM-CODE.
           MOVE PT-BIN-SLOT (PT-IDX) TO SP-BIN-SLOT.
           MOVE PT-QUANTITY (PT-IDX) TO SP-QUANTITY.
           MOVE PT-SHELF-LOCATION (PT-IDX) TO SP-SHELF-LOCATION.
           MOVE PT-SHELF-EST (PT-IDX) TO SP-SHELF-EST.
           WRITE SHELF-PICK-RECORD.
           MOVE PT-QUANTITY (PT-IDX) TO WS-QTY-ED.
           DISPLAY PT-BIN-LOCATION (PT-IDX) " "
               PT-ITEM-CODE (PT-IDX) " "
               PT-ITEM-NAME (PT-IDX) " "
               WS-QTY-ED "  " PT-SHELF-LOCATION (PT-IDX).

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM SHELF-REPLENISH-RUN.
