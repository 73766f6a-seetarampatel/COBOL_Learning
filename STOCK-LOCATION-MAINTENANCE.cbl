      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of SUPPLIER-ITEM-MAINTENANCE, for the stockroom
      *          location file (LOCATION.DAT): give an item its home
      *          shelf, the shelf's capacity and a counted shelf
      *          quantity, put stock away into (or count) its backroom
      *          bins, list where an item is kept, or drop it from the
      *          file. SHELF-REPLENISH-RUN builds its pick list off
      *          these rows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-LOCATION-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO "LOCATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-ITEM-CODE
               FILE STATUS IS STOCK-LOCATION-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-LOCATION-FILE.
           COPY "STOCK-LOCATION.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       WORKING-STORAGE SECTION.
       01  STOCK-LOCATION-STATUS  PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-ANSWER              PIC X(1).
       01  WS-LOOKUP-ITEM         PIC X(6).
       01  WS-ON-FILE             PIC X(1).
       01  WS-NOW                 PIC X(21).
       01  WS-BIN-IDX             PIC 9(1).
       01  WS-BIN-SLOT            PIC 9(1).
       01  WS-BIN-TOTAL           PIC 9(6).
       01  WS-NEW-QTY             PIC 9(5).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STOCKROOM LOCATION MAINTENANCE".

           OPEN I-O STOCK-LOCATION-FILE.
           IF STOCK-LOCATION-STATUS = "35"
               OPEN OUTPUT STOCK-LOCATION-FILE
               CLOSE STOCK-LOCATION-FILE
               OPEN I-O STOCK-LOCATION-FILE
           END-IF.
           IF STOCK-LOCATION-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN LOCATION.DAT, STATUS "
                   STOCK-LOCATION-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN ITEMMSTR.DAT, STATUS "
                   ITEM-MASTER-STATUS
               CLOSE STOCK-LOCATION-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE STOCK-LOCATION-FILE.
           CLOSE ITEM-MASTER.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (S=SHELF AND COUNT, B=BACKROOM BIN, "
               "L=LIST AN ITEM'S LOCATIONS, D=DROP AN ITEM)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM 200-SET-SHELF
               WHEN "B"
                   PERFORM 300-SET-BIN
               WHEN "L"
                   PERFORM 400-LIST-LOCATIONS
               WHEN "D"
                   PERFORM 500-DROP-ITEM
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> Reads the item master and the item's location row; leaves
      *> WS-ON-FILE "Y" when the row exists, and "X" when the item
      *> itself is not on the master and the caller should stop.
       110-READ-ITEM-LOCATION.
           DISPLAY "ENTER ITEM CODE".
           ACCEPT WS-LOOKUP-ITEM.
           MOVE WS-LOOKUP-ITEM TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM NOT FOUND: " WS-LOOKUP-ITEM
                   MOVE "X" TO WS-ON-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   DISPLAY "ITEM: " IM-ITEM-NAME
                       " ON HAND " IM-QTY-ON-HAND
           END-READ.

           MOVE WS-LOOKUP-ITEM TO LC-ITEM-CODE.
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE
           END-READ.

      *> Keying the shelf count restarts the sales count from now -
      *> the replenishment run only takes off what sells after it.
       200-SET-SHELF.
           PERFORM 110-READ-ITEM-LOCATION.
           IF WS-ON-FILE = "X"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ON-FILE = "N"
               MOVE SPACES TO STOCK-LOCATION-RECORD
               MOVE WS-LOOKUP-ITEM TO LC-ITEM-CODE
               MOVE ZERO TO LC-SHELF-CAPACITY
               MOVE ZERO TO LC-SHELF-QTY
               PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                       UNTIL WS-BIN-IDX > 4
                   MOVE ZERO TO LC-BIN-QTY (WS-BIN-IDX)
               END-PERFORM
           ELSE
               DISPLAY "ON FILE: SHELF " LC-SHELF-LOCATION
                   " CAPACITY " LC-SHELF-CAPACITY
                   " HELD " LC-SHELF-QTY " AT " LC-LAST-FILL
           END-IF.

           DISPLAY "HOME SHELF LOCATION".
           ACCEPT LC-SHELF-LOCATION.
           DISPLAY "SHELF CAPACITY (UNITS)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE LC-SHELF-CAPACITY = FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "UNITS ON THE SHELF NOW (COUNTED)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE LC-SHELF-QTY = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:14) TO LC-LAST-FILL.

           IF WS-ON-FILE = "N"
               WRITE STOCK-LOCATION-RECORD
               DISPLAY "SHELF SET UP"
           ELSE
               REWRITE STOCK-LOCATION-RECORD
               DISPLAY "SHELF CHANGED"
           END-IF.
           PERFORM 410-CHECK-AGAINST-ON-HAND.

      *> Put-away and bin counts both key the quantity now in the
      *> bin; a blank location empties the slot.
       300-SET-BIN.
           PERFORM 110-READ-ITEM-LOCATION.
           IF WS-ON-FILE = "X"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ON-FILE = "N"
               DISPLAY "SET UP THE ITEM'S SHELF FIRST (ACTION S)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 420-SHOW-BINS.

           DISPLAY "BIN SLOT (1-4, EMPTIED IN SLOT ORDER)".
           ACCEPT WS-BIN-SLOT.
           IF WS-BIN-SLOT < 1 OR WS-BIN-SLOT > 4
               DISPLAY "NO SUCH BIN SLOT: " WS-BIN-SLOT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BIN LOCATION (BLANK TO EMPTY THE SLOT)".
           ACCEPT LC-BIN-LOCATION (WS-BIN-SLOT).
           IF LC-BIN-LOCATION (WS-BIN-SLOT) = SPACES
               MOVE ZERO TO LC-BIN-QTY (WS-BIN-SLOT)
           ELSE
               DISPLAY "UNITS IN THIS BIN NOW"
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   PERFORM VALIDATE-NUMERIC-ENTRY
               END-PERFORM
               COMPUTE WS-NEW-QTY = FUNCTION NUMVAL-C(WS-IV-INPUT)
               MOVE WS-NEW-QTY TO LC-BIN-QTY (WS-BIN-SLOT)
           END-IF.
           REWRITE STOCK-LOCATION-RECORD.
           DISPLAY "BIN UPDATED".
           PERFORM 410-CHECK-AGAINST-ON-HAND.

       400-LIST-LOCATIONS.
           PERFORM 110-READ-ITEM-LOCATION.
           IF WS-ON-FILE = "X"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ON-FILE = "N"
               DISPLAY "NO LOCATIONS ON FILE FOR THIS ITEM"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SHELF " LC-SHELF-LOCATION
               " CAPACITY " LC-SHELF-CAPACITY
               " HELD " LC-SHELF-QTY " AT LAST FILL " LC-LAST-FILL.
           PERFORM 420-SHOW-BINS.
           PERFORM 410-CHECK-AGAINST-ON-HAND.

      *> The shelf and bins can never hold more than the item master
      *> says we have - flag it so someone counts before the pick
      *> list sends a stock hand to an empty bin.
       410-CHECK-AGAINST-ON-HAND.
           MOVE LC-SHELF-QTY TO WS-BIN-TOTAL.
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                   UNTIL WS-BIN-IDX > 4
               ADD LC-BIN-QTY (WS-BIN-IDX) TO WS-BIN-TOTAL
           END-PERFORM.
           IF IM-QTY-ON-HAND < WS-BIN-TOTAL
               DISPLAY "WARNING: SHELF AND BINS HOLD " WS-BIN-TOTAL
                   " BUT ON HAND IS " IM-QTY-ON-HAND
           END-IF.

       420-SHOW-BINS.
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                   UNTIL WS-BIN-IDX > 4
               IF LC-BIN-LOCATION (WS-BIN-IDX) NOT = SPACES
                   DISPLAY "  BIN " WS-BIN-IDX ": "
                       LC-BIN-LOCATION (WS-BIN-IDX)
                       " QTY " LC-BIN-QTY (WS-BIN-IDX)
               END-IF
           END-PERFORM.

       500-DROP-ITEM.
           PERFORM 110-READ-ITEM-LOCATION.
           IF WS-ON-FILE = "X"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ON-FILE = "N"
               DISPLAY "NO LOCATIONS ON FILE FOR THIS ITEM"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DROP THIS ITEM FROM THE LOCATION FILE? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y"
               DELETE STOCK-LOCATION-FILE
               DISPLAY "ITEM DROPPED"
           END-IF.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM STOCK-LOCATION-MAINTENANCE.
