      ******************************************************************
      * Author:
      * Date:
      * Purpose: Stock card for one item - every movement on
      *          STOCKMOVE.DAT over a keyed date range, oldest first,
      *          with its type, the document behind it, who made it
      *          and the running on-hand balance after it. A movement
      *          whose before-quantity is not the previous row's
      *          after-quantity is flagged - something changed the
      *          stock in between without writing a movement. Closes
      *          with opening, total in, total out, closing, and the
      *          item master's on-hand figure now.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-CARD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       WORKING-STORAGE SECTION.
       01 STOCK-MOVEMENT-STATUS   PIC X(2).
       01 ITEM-MASTER-STATUS      PIC X(2).

       01 WS-EOF-FLAG             PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

       01 WS-ITEM-CODE            PIC X(6).
       01 WS-DATE-FROM            PIC X(8).
       01 WS-DATE-TO              PIC X(8).

       01 WS-ROW-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-BREAK-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-OPENING-QTY          PIC S9(5) VALUE ZERO.
       01 WS-CLOSING-QTY          PIC S9(5) VALUE ZERO.
       01 WS-TOTAL-IN             PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-OUT            PIC 9(7) VALUE ZERO.
       01 WS-MOVED                PIC 9(5).

       01 WS-TYPE-DESC            PIC X(14).
       01 WS-BREAK-FLAG           PIC X(12).
       01 WS-IN-ED                PIC Z(4)9.
       01 WS-OUT-ED               PIC Z(4)9.
       01 WS-BALANCE-ED           PIC -(4)9.
       01 WS-QTY-ED               PIC -(6)9.
       01 WS-TOTAL-ED             PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER ITEM CODE".
           ACCEPT WS-ITEM-CODE.
           DISPLAY "ENTER START DATE (YYYYMMDD, BLANK FOR ALL)".
           ACCEPT WS-DATE-FROM.
           DISPLAY "ENTER END DATE (YYYYMMDD, BLANK FOR ALL)".
           ACCEPT WS-DATE-TO.
           IF WS-DATE-TO = SPACES
               MOVE "99999999" TO WS-DATE-TO
           END-IF.

           OPEN INPUT STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS NOT = "00"
               DISPLAY "NO STOCK MOVEMENTS TO REPORT ON, STATUS "
                   STOCK-MOVEMENT-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           MOVE SPACES TO IM-ITEM-NAME.
           MOVE ZERO TO IM-QTY-ON-HAND.
           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS = "00"
               MOVE WS-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       MOVE "NOT ON ITEM MASTER" TO IM-ITEM-NAME
                       MOVE ZERO TO IM-QTY-ON-HAND
               END-READ
               CLOSE ITEM-MASTER
           ELSE
               DISPLAY "ITEM MASTER UNAVAILABLE, STATUS "
                   ITEM-MASTER-STATUS
           END-IF.

           DISPLAY "================ STOCK CARD =================".
           DISPLAY WS-ITEM-CODE " " IM-ITEM-NAME.
           IF WS-DATE-FROM = SPACES
               DISPLAY "ALL MOVEMENTS ON FILE"
           ELSE
               DISPLAY WS-DATE-FROM " TO " WS-DATE-TO
           END-IF.
           DISPLAY "DATE     TIME   TYPE           REFERENCE  USER    "
               "    IN   OUT  BAL".

           READ STOCK-MOVEMENT-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 100-PRINT-ONE-MOVEMENT UNTIL ENDOFFILE.
           CLOSE STOCK-MOVEMENT-FILE.

           DISPLAY "---------------------------------------------".
           IF WS-ROW-COUNT = ZERO
               DISPLAY "NO MOVEMENTS FOR THIS ITEM IN THE RANGE"
           ELSE
               MOVE WS-OPENING-QTY TO WS-QTY-ED
               DISPLAY "OPENING QUANTITY:   " WS-QTY-ED
               MOVE WS-TOTAL-IN TO WS-TOTAL-ED
               DISPLAY "TOTAL IN:           " WS-TOTAL-ED
               MOVE WS-TOTAL-OUT TO WS-TOTAL-ED
               DISPLAY "TOTAL OUT:          " WS-TOTAL-ED
               MOVE WS-CLOSING-QTY TO WS-QTY-ED
               DISPLAY "CLOSING QUANTITY:   " WS-QTY-ED
               IF WS-BREAK-COUNT > ZERO
                   DISPLAY "BREAKS IN THE CARD: " WS-BREAK-COUNT
               END-IF
           END-IF.
           MOVE IM-QTY-ON-HAND TO WS-QTY-ED.
           DISPLAY "ON HAND NOW:        " WS-QTY-ED.
           DISPLAY "=============================================".

       900-END-PROGRAM.
           STOP RUN.

       100-PRINT-ONE-MOVEMENT.
           IF MV-ITEM-CODE = WS-ITEM-CODE
               AND MV-TIMESTAMP(1:8) >= WS-DATE-FROM
               AND MV-TIMESTAMP(1:8) <= WS-DATE-TO
               PERFORM 110-PRINT-MOVEMENT-LINE
           END-IF.
           READ STOCK-MOVEMENT-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> The first row in range sets the opening balance; after that
      *> each row should pick up exactly where the last one left off.
       110-PRINT-MOVEMENT-LINE.
           MOVE SPACES TO WS-BREAK-FLAG.
           IF WS-ROW-COUNT = ZERO
               MOVE MV-QTY-BEFORE TO WS-OPENING-QTY
           ELSE
               IF MV-QTY-BEFORE NOT = WS-CLOSING-QTY
                   MOVE "** BREAK **" TO WS-BREAK-FLAG
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE MV-QTY-AFTER TO WS-CLOSING-QTY.

           MOVE ZERO TO WS-IN-ED.
           MOVE ZERO TO WS-OUT-ED.
           IF MV-QUANTITY < ZERO
               COMPUTE WS-MOVED = ZERO - MV-QUANTITY
               ADD WS-MOVED TO WS-TOTAL-OUT
               MOVE WS-MOVED TO WS-OUT-ED
           ELSE
               MOVE MV-QUANTITY TO WS-MOVED
               ADD WS-MOVED TO WS-TOTAL-IN
               MOVE WS-MOVED TO WS-IN-ED
           END-IF.
           MOVE MV-QTY-AFTER TO WS-BALANCE-ED.

           EVALUATE MV-TYPE
               WHEN "SA" MOVE "SALE"           TO WS-TYPE-DESC
               WHEN "RT" MOVE "CUST RETURN"    TO WS-TYPE-DESC
               WHEN "KT" MOVE "KIT COMPONENT"  TO WS-TYPE-DESC
               WHEN "RB" MOVE "REG REVERSAL"   TO WS-TYPE-DESC
               WHEN "VD" MOVE "RECEIPT VOID"   TO WS-TYPE-DESC
               WHEN "GR" MOVE "GOODS RECEIVED" TO WS-TYPE-DESC
               WHEN "TI" MOVE "TRANSFER IN"    TO WS-TYPE-DESC
               WHEN "TO" MOVE "TRANSFER OUT"   TO WS-TYPE-DESC
               WHEN "WO" MOVE "WRITE-OFF"      TO WS-TYPE-DESC
               WHEN "CC" MOVE "CYCLE COUNT"    TO WS-TYPE-DESC
               WHEN "VR" MOVE "RTV"            TO WS-TYPE-DESC
               WHEN "LY" MOVE "LAYAWAY"        TO WS-TYPE-DESC
               WHEN "RQ" MOVE "RECALL"         TO WS-TYPE-DESC
               WHEN "NI" MOVE "NEW ITEM"       TO WS-TYPE-DESC
               WHEN OTHER MOVE MV-TYPE         TO WS-TYPE-DESC
           END-EVALUATE.

           DISPLAY MV-TIMESTAMP(1:8) " " MV-TIMESTAMP(9:4) "   "
               WS-TYPE-DESC " " MV-REFERENCE " " MV-USER-ID " "
               WS-IN-ED " " WS-OUT-ED " " WS-BALANCE-ED " "
               WS-BREAK-FLAG.

       END PROGRAM STOCK-CARD-REPORT.
