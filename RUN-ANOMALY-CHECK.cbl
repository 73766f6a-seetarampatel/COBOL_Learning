      ******************************************************************
      * Author:
      * Date:
      * Purpose: Run-log anomaly check, the last step of each batch
      *          chain. Compares every run on RUNLOG.DAT for tonight
      *          (the latest run date on the log) with the same
      *          program's runs over the previous ANOMALY_HISTORY_DAYS
      *          (PARAMS.DAT, default 28) and raises an exception on
      *          RUNEXCP.DAT when tonight is well outside the normal
      *          range:
      *            ELAPSED - more than double the usual run time and
      *                      at least ANOMALY_ELAPSED_SLACK seconds
      *                      (default 60) longer;
      *            READS / WRITTEN - under half, or over double plus
      *                      ANOMALY_COUNT_SLACK (default 10), the
      *                      usual count;
      *            REJECTS - over double the usual rejects plus
      *                      ANOMALY_REJECT_SLACK (default 5);
      *            MISSING - a program that ran on at least three
      *                      nights in four has no row tonight, and
      *                      its usual start time has passed (so the
      *                      first chain's check does not report the
      *                      second chain's programs as missing).
      *          A program needs ANOMALY_MIN_RUNS (default 3) earlier
      *          runs before its figures are judged. The settings in
      *          force go on this run's own run-log row. Skipped (run
      *          calendar) rows count as the program having run but
      *          are not measured. Exceptions stay at the top of
      *          MORNING-SUMMARY-REPORT until acknowledged on
      *          RUN-EXCEPTION-DESK. Returns 4 when it raised anything
      *          new tonight.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-ANOMALY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT RUN-EXCEPTION-FILE
               ASSIGN TO "RUNEXCP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS RUN-EXCEPTION-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  RUN-EXCEPTION-FILE.
           COPY "RUN-EXCEPTION.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  RUN-EXCEPTION-STATUS   PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFLOG VALUE "Y".
       01  WS-PASS                PIC 9(1).

      *> What counts as history and as "well outside" it - the
      *> defaults, each replaced by its PARAMS.DAT setting when one
      *> is in force.
       01  WS-HISTORY-DAYS        PIC 9(3) VALUE 28.
       01  WS-MIN-HISTORY-RUNS    PIC 9(3) VALUE 3.
       01  WS-ELAPSED-SLACK       PIC 9(5) VALUE 60.
       01  WS-COUNT-SLACK         PIC 9(5) VALUE 10.
       01  WS-REJECT-SLACK        PIC 9(5) VALUE 5.
       01  WS-PARAM-NUM           PIC 9(5).
       01  WS-PARAM-SET           PIC X(1).
      *> Zero-suppressed so all five settings fit RL-PARAMETERS.
       01  WS-PARAM-ED            PIC Z(4)9.

       01  WS-TONIGHT             PIC X(8) VALUE SPACES.
       01  WS-TONIGHT-INT         PIC 9(7).
       01  WS-ROW-INT             PIC 9(7).
       01  WS-END-INT             PIC 9(7).
       01  WS-NOW-TIME            PIC X(6).
       01  WS-LAST-HIST-NIGHT     PIC X(8).
       01  WS-HIST-NIGHTS         PIC 9(3).

      *> One entry per run-log program name seen in the history
      *> window or tonight.
       01  WS-HIST-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-HIST-TABLE.
           05 HS-ENTRY OCCURS 80 TIMES.
               10 HS-PROGRAM      PIC X(20).
               10 HS-NIGHTS       PIC 9(3).
               10 HS-LAST-NIGHT   PIC X(8).
               10 HS-RUNS         PIC 9(3).
               10 HS-SUM-ELAPSED  PIC 9(9).
               10 HS-SUM-READ     PIC 9(11).
               10 HS-SUM-WRITTEN  PIC 9(11).
               10 HS-SUM-REJECT   PIC 9(11).
               10 HS-LAST-START   PIC X(6).
               10 HS-TONIGHT      PIC X(1).
       01  HS-IDX                 PIC 9(3).
       01  WS-FOUND-IDX           PIC 9(3).

       01  WS-ELAPSED             PIC 9(7).
       01  WS-START-SECS          PIC 9(5).
       01  WS-END-SECS            PIC 9(5).
       01  WS-AVERAGE             PIC 9(7).
       01  WS-LOW                 PIC 9(7).
       01  WS-HIGH                PIC 9(7).

       01  WS-ROWS-CHECKED        PIC 9(7) VALUE ZERO.
       01  WS-NEW-EXCEPTIONS      PIC 9(7) VALUE ZERO.
       01  WS-REPEAT-EXCEPTIONS   PIC 9(7) VALUE ZERO.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(9:6) TO WS-NOW-TIME.
           MOVE SPACES TO WS-TONIGHT.
           MOVE SPACES TO WS-LAST-HIST-NIGHT.
           MOVE ZERO TO WS-HIST-COUNT WS-HIST-NIGHTS
               WS-ROWS-CHECKED WS-NEW-EXCEPTIONS WS-REPEAT-EXCEPTIONS.
           DISPLAY "RUN-LOG ANOMALY CHECK".
           PERFORM 050-LOAD-SETTINGS.

           MOVE 1 TO WS-PASS.
           PERFORM 100-SCAN-RUN-LOG.
           IF WS-TONIGHT = SPACES
               DISPLAY "NO RUNS ON THE RUN LOG YET - NOTHING TO CHECK"
               GO TO 900-END-PROGRAM
           END-IF.
           COMPUTE WS-TONIGHT-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TONIGHT)).

           OPEN I-O RUN-EXCEPTION-FILE.
           IF RUN-EXCEPTION-STATUS = "35"
               OPEN OUTPUT RUN-EXCEPTION-FILE
               CLOSE RUN-EXCEPTION-FILE
               OPEN I-O RUN-EXCEPTION-FILE
           END-IF.
           IF RUN-EXCEPTION-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN RUNEXCP.DAT, STATUS "
                   RUN-EXCEPTION-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

      *> Pass 2 builds each program's history, pass 3 judges
      *> tonight's rows against it - the log is in append order, but
      *> a late-finishing earlier night must not be missed.
           MOVE 2 TO WS-PASS.
           PERFORM 100-SCAN-RUN-LOG.
           MOVE 3 TO WS-PASS.
           PERFORM 100-SCAN-RUN-LOG.
           PERFORM 400-CHECK-MISSING-PROGRAMS.
           CLOSE RUN-EXCEPTION-FILE.

           DISPLAY "RUNS CHECKED FOR " WS-TONIGHT ": " WS-ROWS-CHECKED.
           DISPLAY "NEW ANOMALIES: " WS-NEW-EXCEPTIONS
               "  ALREADY RAISED TONIGHT: " WS-REPEAT-EXCEPTIONS.
           IF WS-NEW-EXCEPTIONS NOT = ZERO
               DISPLAY "*** RUN ANOMALIES RAISED - ACKNOWLEDGE ON "
                   "RUN-EXCEPTION-DESK ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "RUN-ANOMALY-CHECK" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROWS-CHECKED TO RL-READ-COUNT.
           MOVE WS-NEW-EXCEPTIONS TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           IF RETURN-CODE NOT > 4
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

      *> Each threshold from PARAMS.DAT when set to something it
      *> can hold, otherwise the default above.
       050-LOAD-SETTINGS.
           MOVE "ANOMALY_HISTORY_DAYS" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM > ZERO
               AND WS-PARAM-NUM NOT > 999
               MOVE WS-PARAM-NUM TO WS-HISTORY-DAYS
           END-IF.
           MOVE WS-HISTORY-DAYS TO WS-PARAM-ED.
           MOVE WS-PARAM-ED TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "ANOMALY_MIN_RUNS" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM > ZERO
               AND WS-PARAM-NUM NOT > 999
               MOVE WS-PARAM-NUM TO WS-MIN-HISTORY-RUNS
           END-IF.
           MOVE WS-MIN-HISTORY-RUNS TO WS-PARAM-ED.
           MOVE WS-PARAM-ED TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "ANOMALY_ELAPSED_SLACK" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y"
               MOVE WS-PARAM-NUM TO WS-ELAPSED-SLACK
           END-IF.
           MOVE WS-ELAPSED-SLACK TO WS-PARAM-ED.
           MOVE WS-PARAM-ED TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "ANOMALY_COUNT_SLACK" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y"
               MOVE WS-PARAM-NUM TO WS-COUNT-SLACK
           END-IF.
           MOVE WS-COUNT-SLACK TO WS-PARAM-ED.
           MOVE WS-PARAM-ED TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "ANOMALY_REJECT_SLACK" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y"
               MOVE WS-PARAM-NUM TO WS-REJECT-SLACK
           END-IF.
           MOVE WS-REJECT-SLACK TO WS-PARAM-ED.
           MOVE WS-PARAM-ED TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

       060-NUMBER-PARAMETER.
           MOVE ZERO TO WS-PARAM-NUM.
           MOVE "N" TO WS-PARAM-SET.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               MOVE WS-PM-VALUE TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
               IF WS-IV-VALID = "Y"
                   COMPUTE WS-PARAM-NUM =
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
                   MOVE "Y" TO WS-PARAM-SET
               END-IF
           END-IF.

       100-SCAN-RUN-LOG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               DISPLAY "NO RUNLOG.DAT, STATUS " RUN-LOG-STATUS
               EXIT PARAGRAPH
           END-IF.
           READ RUN-LOG
               AT END SET ENDOFLOG TO TRUE
           END-READ.
           PERFORM 110-HANDLE-ONE-ROW UNTIL ENDOFLOG.
           CLOSE RUN-LOG.

       110-HANDLE-ONE-ROW.
           IF RL-START-STAMP(1:8) IS NUMERIC
               EVALUATE WS-PASS
                   WHEN 1
                       IF RL-START-STAMP(1:8) > WS-TONIGHT
                           MOVE RL-START-STAMP(1:8) TO WS-TONIGHT
                       END-IF
                   WHEN 2
                       IF RL-START-STAMP(1:8) < WS-TONIGHT
                           PERFORM 200-ADD-TO-HISTORY
                       END-IF
                   WHEN 3
                       IF RL-START-STAMP(1:8) = WS-TONIGHT
                           PERFORM 300-CHECK-TONIGHT-RUN
                       END-IF
               END-EVALUATE
           END-IF.
           READ RUN-LOG
               AT END SET ENDOFLOG TO TRUE
           END-READ.

      *> WS-FOUND-IDX = RL-PROGRAM's history entry, added when new;
      *> zero only when the table is full.
       150-FIND-PROGRAM.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING HS-IDX FROM 1 BY 1
                   UNTIL HS-IDX > WS-HIST-COUNT
               IF HS-PROGRAM (HS-IDX) = RL-PROGRAM
                   MOVE HS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HIST-COUNT TO WS-TB-COUNT.
           MOVE 80 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           MOVE WS-HIST-COUNT TO WS-FOUND-IDX.
           MOVE RL-PROGRAM TO HS-PROGRAM (WS-FOUND-IDX).
           MOVE ZERO TO HS-NIGHTS (WS-FOUND-IDX)
               HS-RUNS (WS-FOUND-IDX)
               HS-SUM-ELAPSED (WS-FOUND-IDX)
               HS-SUM-READ (WS-FOUND-IDX)
               HS-SUM-WRITTEN (WS-FOUND-IDX)
               HS-SUM-REJECT (WS-FOUND-IDX).
           MOVE SPACES TO HS-LAST-NIGHT (WS-FOUND-IDX)
               HS-LAST-START (WS-FOUND-IDX).
           MOVE "N" TO HS-TONIGHT (WS-FOUND-IDX).

      *> Seconds from RL-START-STAMP to RL-END-STAMP; zero when either
      *> stamp is unreadable.
       160-WORK-OUT-ELAPSED.
           MOVE ZERO TO WS-ELAPSED.
           IF RL-START-STAMP(1:14) IS NOT NUMERIC
               OR RL-END-STAMP(1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(RL-START-STAMP(1:8))).
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(RL-END-STAMP(1:8))).
           COMPUTE WS-START-SECS =
               FUNCTION NUMVAL(RL-START-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(RL-START-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(RL-START-STAMP(13:2)).
           COMPUTE WS-END-SECS =
               FUNCTION NUMVAL(RL-END-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(RL-END-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(RL-END-STAMP(13:2)).
           IF WS-END-INT < WS-ROW-INT
               EXIT PARAGRAPH
           END-IF.
           IF WS-END-INT = WS-ROW-INT AND WS-END-SECS < WS-START-SECS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ELAPSED = (WS-END-INT - WS-ROW-INT) * 86400
               + WS-END-SECS - WS-START-SECS.

       200-ADD-TO-HISTORY.
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(RL-START-STAMP(1:8))).
           IF WS-ROW-INT + WS-HISTORY-DAYS < WS-TONIGHT-INT
               EXIT PARAGRAPH
           END-IF.
           IF RL-START-STAMP(1:8) NOT = WS-LAST-HIST-NIGHT
               ADD 1 TO WS-HIST-NIGHTS
               MOVE RL-START-STAMP(1:8) TO WS-LAST-HIST-NIGHT
           END-IF.
           PERFORM 150-FIND-PROGRAM.
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF RL-START-STAMP(1:8) NOT = HS-LAST-NIGHT (WS-FOUND-IDX)
               ADD 1 TO HS-NIGHTS (WS-FOUND-IDX)
               MOVE RL-START-STAMP(1:8) TO HS-LAST-NIGHT (WS-FOUND-IDX)
           END-IF.
           IF RL-STATUS = "SKIPPED"
               EXIT PARAGRAPH
           END-IF.
           MOVE RL-START-STAMP(9:6) TO HS-LAST-START (WS-FOUND-IDX).
           PERFORM 160-WORK-OUT-ELAPSED.
           ADD 1 TO HS-RUNS (WS-FOUND-IDX).
           ADD WS-ELAPSED TO HS-SUM-ELAPSED (WS-FOUND-IDX).
           ADD RL-READ-COUNT TO HS-SUM-READ (WS-FOUND-IDX).
           ADD RL-WRITTEN-COUNT TO HS-SUM-WRITTEN (WS-FOUND-IDX).
           ADD RL-REJECT-COUNT TO HS-SUM-REJECT (WS-FOUND-IDX).

       300-CHECK-TONIGHT-RUN.
           ADD 1 TO WS-ROWS-CHECKED.
           PERFORM 150-FIND-PROGRAM.
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO HS-TONIGHT (WS-FOUND-IDX).
           IF RL-STATUS = "SKIPPED"
               OR HS-RUNS (WS-FOUND-IDX) < WS-MIN-HISTORY-RUNS
               EXIT PARAGRAPH
           END-IF.

           PERFORM 160-WORK-OUT-ELAPSED.
           COMPUTE WS-AVERAGE = HS-SUM-ELAPSED (WS-FOUND-IDX)
               / HS-RUNS (WS-FOUND-IDX).
           MOVE ZERO TO WS-LOW.
           COMPUTE WS-HIGH = WS-AVERAGE * 2.
           IF WS-HIGH < WS-AVERAGE + WS-ELAPSED-SLACK
               COMPUTE WS-HIGH = WS-AVERAGE + WS-ELAPSED-SLACK
           END-IF.
           IF WS-ELAPSED > WS-HIGH
               MOVE "ELAPSED" TO RX-KIND
               MOVE WS-ELAPSED TO RX-TONIGHT-VALUE
               PERFORM 500-RAISE-EXCEPTION
           END-IF.

           COMPUTE WS-AVERAGE = HS-SUM-READ (WS-FOUND-IDX)
               / HS-RUNS (WS-FOUND-IDX).
           COMPUTE WS-LOW = WS-AVERAGE / 2.
           COMPUTE WS-HIGH = WS-AVERAGE * 2 + WS-COUNT-SLACK.
           IF RL-READ-COUNT < WS-LOW OR RL-READ-COUNT > WS-HIGH
               MOVE "READS" TO RX-KIND
               MOVE RL-READ-COUNT TO RX-TONIGHT-VALUE
               PERFORM 500-RAISE-EXCEPTION
           END-IF.

           COMPUTE WS-AVERAGE = HS-SUM-WRITTEN (WS-FOUND-IDX)
               / HS-RUNS (WS-FOUND-IDX).
           COMPUTE WS-LOW = WS-AVERAGE / 2.
           COMPUTE WS-HIGH = WS-AVERAGE * 2 + WS-COUNT-SLACK.
           IF RL-WRITTEN-COUNT < WS-LOW OR RL-WRITTEN-COUNT > WS-HIGH
               MOVE "WRITTEN" TO RX-KIND
               MOVE RL-WRITTEN-COUNT TO RX-TONIGHT-VALUE
               PERFORM 500-RAISE-EXCEPTION
           END-IF.

           COMPUTE WS-AVERAGE = HS-SUM-REJECT (WS-FOUND-IDX)
               / HS-RUNS (WS-FOUND-IDX).
           MOVE ZERO TO WS-LOW.
           COMPUTE WS-HIGH = WS-AVERAGE * 2 + WS-REJECT-SLACK.
           IF RL-REJECT-COUNT > WS-HIGH
               MOVE "REJECTS" TO RX-KIND
               MOVE RL-REJECT-COUNT TO RX-TONIGHT-VALUE
               PERFORM 500-RAISE-EXCEPTION
           END-IF.

      *> Three nights in four over the window makes a program a
      *> regular; one that usually starts later than now has simply
      *> not had its turn yet.
       400-CHECK-MISSING-PROGRAMS.
           IF WS-HIST-NIGHTS < WS-MIN-HISTORY-RUNS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING HS-IDX FROM 1 BY 1
                   UNTIL HS-IDX > WS-HIST-COUNT
               IF HS-TONIGHT (HS-IDX) = "N"
                   AND HS-NIGHTS (HS-IDX) * 4 NOT < WS-HIST-NIGHTS * 3
                   AND (HS-LAST-START (HS-IDX) = SPACES
                       OR HS-LAST-START (HS-IDX) < WS-NOW-TIME)
                   MOVE HS-IDX TO WS-FOUND-IDX
                   MOVE "MISSING" TO RX-KIND
                   MOVE ZERO TO RX-TONIGHT-VALUE
                   MOVE HS-NIGHTS (HS-IDX) TO WS-LOW
                   MOVE WS-HIST-NIGHTS TO WS-HIGH
                   PERFORM 500-RAISE-EXCEPTION
               END-IF
           END-PERFORM.

      *> Caller sets RX-KIND, RX-TONIGHT-VALUE, WS-LOW / WS-HIGH and
      *> the program's entry in WS-FOUND-IDX. An exception
      *> already on file for tonight is left exactly as it is.
       500-RAISE-EXCEPTION.
           MOVE WS-TONIGHT TO RX-NIGHT.
           MOVE HS-PROGRAM (WS-FOUND-IDX) TO RX-PROGRAM.
           MOVE WS-LOW TO RX-NORMAL-LOW.
           MOVE WS-HIGH TO RX-NORMAL-HIGH.
           MOVE HS-RUNS (WS-FOUND-IDX) TO RX-HISTORY-RUNS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RX-RAISED-STAMP.
           SET RX-OPEN TO TRUE.
           MOVE SPACES TO RX-ACK-BY RX-ACK-DATE RX-ACK-NOTE.
           WRITE RUN-EXCEPTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-REPEAT-EXCEPTIONS
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-NEW-EXCEPTIONS.
           DISPLAY "  " RX-PROGRAM " " RX-KIND " TONIGHT "
               RX-TONIGHT-VALUE " NORMAL " RX-NORMAL-LOW "-"
               RX-NORMAL-HIGH.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM RUN-ANOMALY-CHECK.
