      ******************************************************************
      * Author:
      * Date:
      * Purpose: Confirms the shelf-replenishment pick list
      *          SHELF-REPLENISH-RUN left on PICKLIST.DAT, line by line
      *          in the order it was walked: picked in full, or the
      *          quantity actually brought out (0 if the bin was
      *          empty). Each confirmed quantity comes out of its
      *          backroom bin and goes onto the item's shelf on
      *          LOCATION.DAT, and the shelf's sales count restarts
      *          from the time the list was worked out. On-hand does
      *          not change - the stock only moved within the store.
      *          The list is cleared once confirmed so it cannot be
      *          booked twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-FILL-CONFIRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHELF-PICK-FILE
               ASSIGN TO "PICKLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHELF-PICK-STATUS.

           SELECT STOCK-LOCATION-FILE
               ASSIGN TO "LOCATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-ITEM-CODE
               FILE STATUS IS STOCK-LOCATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHELF-PICK-FILE.
           COPY "SHELF-PICK.CPY".

       FD  STOCK-LOCATION-FILE.
           COPY "STOCK-LOCATION.CPY".

       WORKING-STORAGE SECTION.
       01  SHELF-PICK-STATUS      PIC X(2).
       01  STOCK-LOCATION-STATUS  PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFLIST VALUE "Y".
       01  WS-ANSWER              PIC X(1).
       01  WS-MOVED               PIC 9(5).
       01  WS-LINE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-FILLED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-QTY-ED              PIC Z(4)9.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHELF FILL CONFIRMATION".

           OPEN INPUT SHELF-PICK-FILE.
           IF SHELF-PICK-STATUS NOT = "00"
               DISPLAY "NO PICK LIST TO CONFIRM, STATUS "
                   SHELF-PICK-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O STOCK-LOCATION-FILE.
           IF STOCK-LOCATION-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN LOCATION.DAT, STATUS "
                   STOCK-LOCATION-STATUS
               CLOSE SHELF-PICK-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           READ SHELF-PICK-FILE
               AT END SET ENDOFLIST TO TRUE
           END-READ.
           IF ENDOFLIST
               DISPLAY "PICK LIST IS EMPTY - NOTHING TO CONFIRM"
           END-IF.
           PERFORM 100-CONFIRM-ONE-LINE UNTIL ENDOFLIST.

           CLOSE SHELF-PICK-FILE.
           CLOSE STOCK-LOCATION-FILE.

      *> Emptied, not deleted - the next replenishment run writes a
      *> fresh one.
           IF WS-LINE-COUNT > ZERO
               OPEN OUTPUT SHELF-PICK-FILE
               CLOSE SHELF-PICK-FILE
           END-IF.

           DISPLAY "LINES ON THE LIST:    " WS-LINE-COUNT.
           DISPLAY "MOVED TO THE SHELF:   " WS-FILLED-COUNT.
           DISPLAY "NOT BOOKED:           " WS-SKIPPED-COUNT.

       900-END-PROGRAM.
           STOP RUN.

       100-CONFIRM-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SP-QUANTITY TO WS-QTY-ED.
           DISPLAY "BIN " SP-BIN-LOCATION " ITEM " SP-ITEM-CODE
               " QTY " WS-QTY-ED " TO SHELF " SP-SHELF-LOCATION.
           DISPLAY "PICKED IN FULL? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y"
               MOVE SP-QUANTITY TO WS-MOVED
           ELSE
               DISPLAY "QUANTITY ACTUALLY BROUGHT OUT (0 IF NONE)"
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   PERFORM VALIDATE-NUMERIC-ENTRY
               END-PERFORM
               COMPUTE WS-MOVED = FUNCTION NUMVAL-C(WS-IV-INPUT)
           END-IF.

           IF WS-MOVED > ZERO
               PERFORM 200-MOVE-TO-SHELF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

           READ SHELF-PICK-FILE
               AT END SET ENDOFLIST TO TRUE
           END-READ.

      *> A shelf counted, or a bin re-keyed, after the list was worked
      *> out makes the line stale - booking it would count the fill
      *> twice. The first line booked for an item resets the shelf to
      *> the list's estimate plus what came out; later lines for the
      *> same item (a second bin) add to it.
       200-MOVE-TO-SHELF.
           MOVE SP-ITEM-CODE TO LC-ITEM-CODE.
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   DISPLAY "ITEM NO LONGER ON LOCATION.DAT - NOT BOOKED"
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
           END-READ.

           IF LC-LAST-FILL > SP-LIST-STAMP
               OR LC-BIN-LOCATION (SP-BIN-SLOT) NOT = SP-BIN-LOCATION
               DISPLAY "SHELF OR BIN CHANGED SINCE THE LIST WAS "
                   "PRINTED - NOT BOOKED"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-MOVED > LC-BIN-QTY (SP-BIN-SLOT)
               DISPLAY "BIN ONLY HELD " LC-BIN-QTY (SP-BIN-SLOT)
                   " - COUNT THE BIN"
               MOVE LC-BIN-QTY (SP-BIN-SLOT) TO WS-MOVED
           END-IF.
           SUBTRACT WS-MOVED FROM LC-BIN-QTY (SP-BIN-SLOT).

           IF LC-LAST-FILL = SP-LIST-STAMP
               ADD WS-MOVED TO LC-SHELF-QTY
           ELSE
               COMPUTE LC-SHELF-QTY = SP-SHELF-EST + WS-MOVED
               MOVE SP-LIST-STAMP TO LC-LAST-FILL
           END-IF.

           REWRITE STOCK-LOCATION-RECORD.
           ADD 1 TO WS-FILLED-COUNT.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM SHELF-FILL-CONFIRM.
