      ******************************************************************
      * Author:
      * Date:
      * Purpose: The morning run sheet for the delivery vans. Takes
      *          every stop booked on DELIVERY.DAT for the day, groups
      *          them by van and, within a van, by slot (morning,
      *          afternoon, evening), and lists under each stop the
      *          goods to load - the receipt's own sale rows from
      *          SALESLOG.DAT. Each stop carries a line for the
      *          driver's signature or failure reason, which the desk
      *          keys back in through DELIVERY-DESK. Stops not yet
      *          put on a van print last, so dispatch sees them before
      *          the vans leave. Run-logged like the other batch
      *          programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-MANIFEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-FILE
               ASSIGN TO "DELIVERY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DV-RECEIPT-NO
               FILE STATUS IS DELIVERY-FILE-STATUS.

           SELECT SALES-LOG
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-FILE.
           COPY "DELIVERY.CPY".

       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  DELIVERY-FILE-STATUS   PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".
       01  WS-RUN-DATE            PIC X(8).
       01  WS-ROW-COUNT           PIC 9(7) VALUE ZERO.

      *> Today's stops, then the goods to load for each.
       01  WS-STOP-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-STOP-TABLE-AREA.
           05 WS-STOP-TABLE OCCURS 100 TIMES INDEXED BY ST-IDX.
               10 ST-RECEIPT-NO    PIC 9(6).
               10 ST-VAN           PIC X(2).
               10 ST-SLOT          PIC X(1).
               10 ST-PHONE         PIC 9(10).
               10 ST-ADDRESS       PIC X(50).
       01  WS-LOAD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-LOAD-TABLE-AREA.
           05 WS-LOAD-TABLE OCCURS 500 TIMES INDEXED BY LD-IDX.
               10 LD-RECEIPT-NO    PIC 9(6).
               10 LD-ITEM-CODE     PIC X(6).
               10 LD-ITEM-NAME     PIC X(25).
               10 LD-QUANTITY      PIC S9(3)V9(3).
       01  WS-FOUND-STOP          PIC X(1).

      *> Vans already printed, so each run sheet is printed once.
       01  WS-DONE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DONE-TABLE-AREA.
           05 WS-DONE-VAN OCCURS 100 TIMES PIC X(2).
       01  WS-DN-IDX              PIC 9(3).
       01  WS-ALREADY-DONE        PIC X(1).
       01  ST2-IDX                PIC 9(3).
       01  WS-THIS-VAN            PIC X(2).
       01  WS-VAN-STOPS           PIC 9(3).

       01  WS-SLOT-ORDER          PIC X(3) VALUE "APE".
       01  WS-SLOT-IDX            PIC 9(1).
       01  WS-THIS-SLOT           PIC X(1).
       01  WS-SLOT-NAME           PIC X(9).
       01  WS-QTY-ED              PIC ZZ9.999.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "MANIFEST FOR DATE (YYYYMMDD, BLANK FOR TODAY)".
           MOVE SPACES TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = SPACES
               MOVE WS-RL-START-STAMP(1:8) TO WS-RUN-DATE
           END-IF.

           OPEN INPUT DELIVERY-FILE.
           IF DELIVERY-FILE-STATUS NOT = "00"
               DISPLAY "NO DELIVERIES BOOKED, STATUS "
                   DELIVERY-FILE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.
           READ DELIVERY-FILE NEXT
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-COLLECT-ONE-STOP UNTIL ENDOFINPUT.
           CLOSE DELIVERY-FILE.

           IF WS-STOP-COUNT = ZERO
               DISPLAY "NO DELIVERIES BOOKED FOR " WS-RUN-DATE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS NOT = "00"
               DISPLAY "NO SALES LOG - STOPS PRINT WITHOUT GOODS, "
                   "STATUS " SALES-LOG-STATUS
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               READ SALES-LOG
                   AT END SET ENDOFINPUT TO TRUE
               END-READ
               PERFORM 200-COLLECT-ONE-LOAD-ROW UNTIL ENDOFINPUT
               CLOSE SALES-LOG
           END-IF.

           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STOP-COUNT
               IF ST-VAN (ST-IDX) NOT = SPACES
                   PERFORM 300-PRINT-ONE-VAN
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-THIS-VAN.
           MOVE ZERO TO WS-VAN-STOPS.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STOP-COUNT
               IF ST-VAN (ST-IDX) = SPACES
                   ADD 1 TO WS-VAN-STOPS
               END-IF
           END-PERFORM.
           IF WS-VAN-STOPS > ZERO
               DISPLAY "====== NOT ON A VAN - DISPATCH TO ASSIGN ======"
               PERFORM 310-PRINT-VAN-SLOTS
           END-IF.
           DISPLAY "STOPS FOR " WS-RUN-DATE ": " WS-STOP-COUNT.

           GO TO 900-END-PROGRAM.

       100-COLLECT-ONE-STOP.
           ADD 1 TO WS-ROW-COUNT.
           IF DV-STATUS = "B" AND DV-DELIVERY-DATE = WS-RUN-DATE
               MOVE WS-STOP-COUNT TO WS-TB-COUNT
               MOVE 100 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-STOP-COUNT
                   SET ST-IDX TO WS-STOP-COUNT
                   MOVE DV-RECEIPT-NO TO ST-RECEIPT-NO (ST-IDX)
                   MOVE DV-VAN TO ST-VAN (ST-IDX)
                   MOVE DV-SLOT TO ST-SLOT (ST-IDX)
                   MOVE DV-PHONE TO ST-PHONE (ST-IDX)
                   MOVE DV-ADDRESS TO ST-ADDRESS (ST-IDX)
               END-IF
           END-IF.
           READ DELIVERY-FILE NEXT
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> Only what went out the door on the receipt - a line the
      *> customer returned at the till does not go on the van.
       200-COLLECT-ONE-LOAD-ROW.
           IF SL-QUANTITY > ZERO
               MOVE "N" TO WS-FOUND-STOP
               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > WS-STOP-COUNT
                   IF ST-RECEIPT-NO (ST-IDX) = SL-RECEIPT-NO
                       MOVE "Y" TO WS-FOUND-STOP
                   END-IF
               END-PERFORM
               IF WS-FOUND-STOP = "Y"
                   MOVE WS-LOAD-COUNT TO WS-TB-COUNT
                   MOVE 500 TO WS-TB-LIMIT
                   PERFORM CHECK-TABLE-BOUNDS
                   IF WS-TB-OK = "Y"
                       ADD 1 TO WS-LOAD-COUNT
                       SET LD-IDX TO WS-LOAD-COUNT
                       MOVE SL-RECEIPT-NO TO LD-RECEIPT-NO (LD-IDX)
                       MOVE SL-ITEM-CODE TO LD-ITEM-CODE (LD-IDX)
                       MOVE SL-ITEM-NAME TO LD-ITEM-NAME (LD-IDX)
                       MOVE SL-QUANTITY TO LD-QUANTITY (LD-IDX)
                   END-IF
               END-IF
           END-IF.
           READ SALES-LOG
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> One run sheet per van, the first time the van is met
      *> walking the stops.
       300-PRINT-ONE-VAN.
           MOVE "N" TO WS-ALREADY-DONE.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DONE-COUNT
               IF WS-DONE-VAN (WS-DN-IDX) = ST-VAN (ST-IDX)
                   MOVE "Y" TO WS-ALREADY-DONE
               END-IF
           END-PERFORM.
           IF WS-ALREADY-DONE = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DONE-COUNT.
           MOVE ST-VAN (ST-IDX) TO WS-DONE-VAN (WS-DONE-COUNT).
           MOVE ST-VAN (ST-IDX) TO WS-THIS-VAN.

           DISPLAY "=========== DELIVERY MANIFEST - VAN " WS-THIS-VAN
               " ===========".
           DISPLAY "DATE: " WS-RUN-DATE.
           PERFORM 310-PRINT-VAN-SLOTS.
           DISPLAY "DRIVER: ________________  STOPS DONE: ____".

      *> ST-IDX belongs to the caller's walk, so the van's own stops
      *> are found with a second index.
       310-PRINT-VAN-SLOTS.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3
               MOVE WS-SLOT-ORDER(WS-SLOT-IDX:1) TO WS-THIS-SLOT
               EVALUATE WS-THIS-SLOT
                   WHEN "A"
                       MOVE "MORNING" TO WS-SLOT-NAME
                   WHEN "P"
                       MOVE "AFTERNOON" TO WS-SLOT-NAME
                   WHEN OTHER
                       MOVE "EVENING" TO WS-SLOT-NAME
               END-EVALUATE
               PERFORM VARYING ST2-IDX FROM 1 BY 1
                       UNTIL ST2-IDX > WS-STOP-COUNT
                   IF ST-VAN (ST2-IDX) = WS-THIS-VAN
                       AND ST-SLOT (ST2-IDX) = WS-THIS-SLOT
                       PERFORM 320-PRINT-ONE-STOP
                   END-IF
               END-PERFORM
           END-PERFORM.

       320-PRINT-ONE-STOP.
           DISPLAY "-------------------------------------------------".
           DISPLAY WS-SLOT-NAME " RECEIPT " ST-RECEIPT-NO (ST2-IDX)
               " PHONE " ST-PHONE (ST2-IDX).
           DISPLAY "  " ST-ADDRESS (ST2-IDX).
           PERFORM VARYING LD-IDX FROM 1 BY 1
                   UNTIL LD-IDX > WS-LOAD-COUNT
               IF LD-RECEIPT-NO (LD-IDX) = ST-RECEIPT-NO (ST2-IDX)
                   MOVE LD-QUANTITY (LD-IDX) TO WS-QTY-ED
                   DISPLAY "    " WS-QTY-ED " x "
                       LD-ITEM-CODE (LD-IDX) " "
                       LD-ITEM-NAME (LD-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "  SIGNED FOR BY / NOT DELIVERED BECAUSE:".
           DISPLAY "  ______________________________".

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "DELIVERY-MANIFEST" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROW-COUNT TO RL-READ-COUNT.
           MOVE WS-STOP-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM DELIVERY-MANIFEST.
