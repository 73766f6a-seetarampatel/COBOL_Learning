      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cashier productivity - how fast each cashier works
      *          each register, off the basket open/close stamps on
      *          BASKETTIME.DAT, over a keyed date window. Per cashier
      *          and register: baskets, baskets per hour worked,
      *          items (lines rung) per minute of basket time, average
      *          basket duration, and average idle time between one
      *          basket closing and the next opening - each set
      *          against the store average over the same window, so
      *          front-end managers can target training and plan lane
      *          openings on figures instead of gut feel.
      *          Hours worked are basket time plus idle time. A gap
      *          longer than the idle ceiling is the lane closed (a
      *          break, the end of a shift), not idle, and is left out
      *          of both. Run-logged like the other batch reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASKET-SPEED-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASKET-TIME-FILE
               ASSIGN TO "BASKETTIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASKET-TIME-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BASKET-TIME-FILE.
           COPY "BASKET-TIME.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  BASKET-TIME-STATUS     PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-FROM-DATE           PIC X(8).
       01  WS-TO-DATE             PIC X(8).
       01  WS-ROW-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-USED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT        PIC 9(7) VALUE ZERO.

      *> Thirty minutes without a basket is the lane shut, not a
      *> slow lane.
       01  WS-IDLE-CEILING        PIC 9(5) VALUE 1800.

      *> Stamp-to-seconds work area - days since 1601 times 86400
      *> plus the time of day, so a gap across midnight still comes
      *> out right.
       01  WS-STAMP               PIC X(26).
       01  WS-STAMP-DATE-NUM      PIC 9(8).
       01  WS-STAMP-HH            PIC 9(2).
       01  WS-STAMP-MM            PIC 9(2).
       01  WS-STAMP-SS            PIC 9(2).
       01  WS-STAMP-SECS          PIC 9(11).
       01  WS-START-SECS          PIC 9(11).
       01  WS-END-SECS            PIC 9(11).
       01  WS-BASKET-SECS         PIC S9(11).
       01  WS-GAP-SECS            PIC S9(11).

      *> One row per cashier on a register.
       01  WS-LANE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-LANE-TABLE-AREA.
           05 WS-LANE-TABLE OCCURS 200 TIMES INDEXED BY LN-IDX.
               10 PS-CASHIER-ID    PIC X(8).
               10 PS-REGISTER-NO   PIC X(4).
               10 PS-BASKETS       PIC 9(5).
               10 PS-LINES         PIC 9(7).
               10 PS-BASKET-SECS   PIC 9(9).
               10 PS-IDLE-SECS     PIC 9(9).
               10 PS-IDLE-GAPS     PIC 9(5).
               10 PS-LAST-END-SECS PIC 9(11).
       01  WS-FOUND-IDX           PIC 9(3).

      *> Figures for one line of the report - a lane or the store.
       01  WS-BASKETS             PIC 9(7).
       01  WS-LINES               PIC 9(9).
       01  WS-TOT-BASKET-SECS     PIC 9(11).
       01  WS-TOT-IDLE-SECS       PIC 9(11).
       01  WS-TOT-IDLE-GAPS       PIC 9(7).
       01  WS-PER-HOUR            PIC 9(3)V9(2).
       01  WS-PER-MINUTE          PIC 9(3)V9(2).
       01  WS-AVG-SECS            PIC 9(5).
       01  WS-AVG-IDLE            PIC 9(5).

       01  WS-STORE-PER-HOUR      PIC 9(3)V9(2).
       01  WS-STORE-PER-MINUTE    PIC 9(3)V9(2).
       01  WS-STORE-AVG-SECS      PIC 9(5).
       01  WS-STORE-AVG-IDLE      PIC 9(5).
       01  WS-STORE-BASKETS       PIC 9(7).
       01  WS-STORE-LINES         PIC 9(9).
       01  WS-STORE-BASKET-SECS   PIC 9(11).
       01  WS-STORE-IDLE-SECS     PIC 9(11).
       01  WS-STORE-IDLE-GAPS     PIC 9(7).
       01  WS-INDEX-PCT           PIC 9(3).

       01  WS-PER-HOUR-ED         PIC ZZ9.99.
       01  WS-PER-MINUTE-ED       PIC ZZ9.99.
       01  WS-AVG-SECS-ED         PIC ZZZZ9.
       01  WS-AVG-IDLE-ED         PIC ZZZZ9.
       01  WS-INDEX-ED            PIC ZZ9.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "WINDOW FROM DATE (YYYYMMDD)".
           ACCEPT WS-FROM-DATE.
           DISPLAY "WINDOW TO DATE (YYYYMMDD)".
           ACCEPT WS-TO-DATE.

           OPEN INPUT BASKET-TIME-FILE.
           IF BASKET-TIME-STATUS NOT = "00"
               DISPLAY "NO BASKET TIMES TO REPORT ON, STATUS "
                   BASKET-TIME-STATUS
               GO TO 900-END-PROGRAM
           END-IF.
           READ BASKET-TIME-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-TALLY-ONE-BASKET UNTIL ENDOFINPUT.
           CLOSE BASKET-TIME-FILE.

           PERFORM 300-COMPUTE-STORE-AVERAGE.

           DISPLAY "=========== CASHIER BASKET SPEED ================".
           DISPLAY WS-FROM-DATE "-" WS-TO-DATE
               "  BASKETS: " WS-STORE-BASKETS.
           DISPLAY "CASHIER  REG  BASKETS BKT/HR ITM/MN AVG-S IDLE-S"
               " INDEX".
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LANE-COUNT
               PERFORM 400-PRINT-ONE-LANE
           END-PERFORM.
           DISPLAY "-------------------------------------------------".
           MOVE WS-STORE-PER-HOUR TO WS-PER-HOUR-ED.
           MOVE WS-STORE-PER-MINUTE TO WS-PER-MINUTE-ED.
           MOVE WS-STORE-AVG-SECS TO WS-AVG-SECS-ED.
           MOVE WS-STORE-AVG-IDLE TO WS-AVG-IDLE-ED.
           DISPLAY "STORE AVERAGE      " WS-STORE-BASKETS " "
               WS-PER-HOUR-ED " " WS-PER-MINUTE-ED " "
               WS-AVG-SECS-ED "  " WS-AVG-IDLE-ED "   100".
           DISPLAY "INDEX = BASKETS PER HOUR AS A PERCENT OF THE STORE".
           DISPLAY "=================================================".

           GO TO 900-END-PROGRAM.

       050-STAMP-TO-SECONDS.
           MOVE WS-STAMP(1:8) TO WS-STAMP-DATE-NUM.
           MOVE WS-STAMP(9:2) TO WS-STAMP-HH.
           MOVE WS-STAMP(11:2) TO WS-STAMP-MM.
           MOVE WS-STAMP(13:2) TO WS-STAMP-SS.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-NUM) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.

       060-FIND-OR-ADD-LANE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LANE-COUNT
               IF PS-CASHIER-ID (LN-IDX) = BA-CASHIER-ID
                   AND PS-REGISTER-NO (LN-IDX) = BA-REGISTER-NO
                   MOVE LN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-LANE-COUNT TO WS-TB-COUNT
               MOVE 200 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-LANE-COUNT
                   MOVE WS-LANE-COUNT TO WS-FOUND-IDX
                   SET LN-IDX TO WS-FOUND-IDX
                   INITIALIZE WS-LANE-TABLE (WS-FOUND-IDX)
                   MOVE BA-CASHIER-ID TO PS-CASHIER-ID (LN-IDX)
                   MOVE BA-REGISTER-NO TO PS-REGISTER-NO (LN-IDX)
               END-IF
           END-IF.

       100-TALLY-ONE-BASKET.
           ADD 1 TO WS-ROW-COUNT.
           IF BA-END-STAMP(1:8) NOT < WS-FROM-DATE
               AND BA-END-STAMP(1:8) NOT > WS-TO-DATE
               PERFORM 110-TIME-ONE-BASKET
           END-IF.
           READ BASKET-TIME-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> Rows land in the order baskets closed, so each lane's
      *> previous basket is always the one tallied before this one.
       110-TIME-ONE-BASKET.
           IF BA-START-STAMP(1:14) IS NOT NUMERIC
               OR BA-END-STAMP(1:14) IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE BA-START-STAMP TO WS-STAMP.
           PERFORM 050-STAMP-TO-SECONDS.
           MOVE WS-STAMP-SECS TO WS-START-SECS.
           MOVE BA-END-STAMP TO WS-STAMP.
           PERFORM 050-STAMP-TO-SECONDS.
           MOVE WS-STAMP-SECS TO WS-END-SECS.
           COMPUTE WS-BASKET-SECS = WS-END-SECS - WS-START-SECS.
           IF WS-BASKET-SECS < ZERO
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 060-FIND-OR-ADD-LANE.
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET LN-IDX TO WS-FOUND-IDX.
           ADD 1 TO WS-USED-COUNT.
           ADD 1 TO PS-BASKETS (LN-IDX).
           ADD BA-LINE-COUNT TO PS-LINES (LN-IDX).
           ADD WS-BASKET-SECS TO PS-BASKET-SECS (LN-IDX).
           IF PS-LAST-END-SECS (LN-IDX) NOT = ZERO
               COMPUTE WS-GAP-SECS =
                   WS-START-SECS - PS-LAST-END-SECS (LN-IDX)
               IF WS-GAP-SECS NOT < ZERO
                   AND WS-GAP-SECS NOT > WS-IDLE-CEILING
                   ADD WS-GAP-SECS TO PS-IDLE-SECS (LN-IDX)
                   ADD 1 TO PS-IDLE-GAPS (LN-IDX)
               END-IF
           END-IF.
           MOVE WS-END-SECS TO PS-LAST-END-SECS (LN-IDX).

      *> The store figure is every lane's time pooled, not an
      *> average of the lanes' averages - a cashier who rang three
      *> baskets must not weigh the same as one who rang three
      *> hundred.
       300-COMPUTE-STORE-AVERAGE.
           MOVE ZERO TO WS-STORE-BASKETS.
           MOVE ZERO TO WS-STORE-LINES.
           MOVE ZERO TO WS-STORE-BASKET-SECS.
           MOVE ZERO TO WS-STORE-IDLE-SECS.
           MOVE ZERO TO WS-STORE-IDLE-GAPS.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LANE-COUNT
               ADD PS-BASKETS (LN-IDX) TO WS-STORE-BASKETS
               ADD PS-LINES (LN-IDX) TO WS-STORE-LINES
               ADD PS-BASKET-SECS (LN-IDX) TO WS-STORE-BASKET-SECS
               ADD PS-IDLE-SECS (LN-IDX) TO WS-STORE-IDLE-SECS
               ADD PS-IDLE-GAPS (LN-IDX) TO WS-STORE-IDLE-GAPS
           END-PERFORM.
           MOVE WS-STORE-BASKETS TO WS-BASKETS.
           MOVE WS-STORE-LINES TO WS-LINES.
           MOVE WS-STORE-BASKET-SECS TO WS-TOT-BASKET-SECS.
           MOVE WS-STORE-IDLE-SECS TO WS-TOT-IDLE-SECS.
           MOVE WS-STORE-IDLE-GAPS TO WS-TOT-IDLE-GAPS.
           PERFORM 350-COMPUTE-RATES.
           MOVE WS-PER-HOUR TO WS-STORE-PER-HOUR.
           MOVE WS-PER-MINUTE TO WS-STORE-PER-MINUTE.
           MOVE WS-AVG-SECS TO WS-STORE-AVG-SECS.
           MOVE WS-AVG-IDLE TO WS-STORE-AVG-IDLE.

       350-COMPUTE-RATES.
           MOVE ZERO TO WS-PER-HOUR.
           MOVE ZERO TO WS-PER-MINUTE.
           MOVE ZERO TO WS-AVG-SECS.
           MOVE ZERO TO WS-AVG-IDLE.
           IF WS-TOT-BASKET-SECS + WS-TOT-IDLE-SECS > ZERO
               COMPUTE WS-PER-HOUR ROUNDED = WS-BASKETS * 3600
                   / (WS-TOT-BASKET-SECS + WS-TOT-IDLE-SECS)
           END-IF.
           IF WS-TOT-BASKET-SECS > ZERO
               COMPUTE WS-PER-MINUTE ROUNDED =
                   WS-LINES * 60 / WS-TOT-BASKET-SECS
           END-IF.
           IF WS-BASKETS > ZERO
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-TOT-BASKET-SECS / WS-BASKETS
           END-IF.
           IF WS-TOT-IDLE-GAPS > ZERO
               COMPUTE WS-AVG-IDLE ROUNDED =
                   WS-TOT-IDLE-SECS / WS-TOT-IDLE-GAPS
           END-IF.

       400-PRINT-ONE-LANE.
           MOVE PS-BASKETS (LN-IDX) TO WS-BASKETS.
           MOVE PS-LINES (LN-IDX) TO WS-LINES.
           MOVE PS-BASKET-SECS (LN-IDX) TO WS-TOT-BASKET-SECS.
           MOVE PS-IDLE-SECS (LN-IDX) TO WS-TOT-IDLE-SECS.
           MOVE PS-IDLE-GAPS (LN-IDX) TO WS-TOT-IDLE-GAPS.
           PERFORM 350-COMPUTE-RATES.
           MOVE ZERO TO WS-INDEX-PCT.
           IF WS-STORE-PER-HOUR > ZERO
               COMPUTE WS-INDEX-PCT ROUNDED =
                   WS-PER-HOUR * 100 / WS-STORE-PER-HOUR
           END-IF.
           MOVE WS-PER-HOUR TO WS-PER-HOUR-ED.
           MOVE WS-PER-MINUTE TO WS-PER-MINUTE-ED.
           MOVE WS-AVG-SECS TO WS-AVG-SECS-ED.
           MOVE WS-AVG-IDLE TO WS-AVG-IDLE-ED.
           MOVE WS-INDEX-PCT TO WS-INDEX-ED.
           DISPLAY PS-CASHIER-ID (LN-IDX) " "
               PS-REGISTER-NO (LN-IDX) " "
               PS-BASKETS (LN-IDX) "   "
               WS-PER-HOUR-ED " " WS-PER-MINUTE-ED " "
               WS-AVG-SECS-ED "  " WS-AVG-IDLE-ED "   "
               WS-INDEX-ED.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "BASKET-SPEED-REPORT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROW-COUNT TO RL-READ-COUNT.
           MOVE WS-USED-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM BASKET-SPEED-REPORT.
