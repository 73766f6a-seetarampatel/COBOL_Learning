      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bursting step for the spool: splits each catalogued
      *          run of a distributed report (REPORT-CARDS, DEPT-
      *          SALES, MONTH-END-PACK, FEE-ARREARS, ATTEND-WARNINGS,
      *          COMPANY-ROLLUP) into one output per recipient off
      *          the distribution table (DISTRIB.DAT, kept by
      *          DISTRIBUTION-MAINTENANCE). A recipient's copy holds
      *          the run's heading lines (slice key "*") and every
      *          line stamped with one of their sections,
      *          departments or stores - or the whole run, for a
      *          recipient sent ALL. Each copy goes back on
      *          REPORTS.SPL under a spool id of its own, catalogued
      *          on SPOOLCAT.DAT like any other run, and DISTLOG.DAT
      *          records who was sent what and when (a recipient
      *          with nothing in their slices gets a row saying so).
      *          A run with rows on DISTLOG.DAT has been burst, so
      *          the step runs as often as it likes - it closes both
      *          nightly chains, and can be run by hand straight
      *          after a daytime report. Run-logged like the other
      *          batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOL-BURST-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE
               ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS DISTRIBUTION-STATUS.

           SELECT SPOOL-CATALOG
               ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT REPORT-SPOOL
               ASSIGN TO "REPORTS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT BURST-WORK
               ASSIGN TO "BURST.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BURST-WORK-STATUS.

           SELECT DISTRIBUTION-LOG
               ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTRIBUTION-LOG-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
           COPY "DISTRIBUTION.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

      *> The recipients' copies are gathered here while REPORTS.SPL
      *> is still being read, then appended to it in one go.
       FD  BURST-WORK.
       01  BURST-WORK-RECORD.
           05 BW-SPOOL-ID         PIC 9(5).
           05 BW-LINE-NO          PIC 9(5).
           05 BW-LINE-TEXT        PIC X(80).
           05 BW-SLICE-KEY        PIC X(10).

       FD  DISTRIBUTION-LOG.
           COPY "DISTRIBUTION-LOG.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  DISTRIBUTION-STATUS    PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  SPOOL-STATUS           PIC X(2).
       01  BURST-WORK-STATUS      PIC X(2).
       01  DISTRIBUTION-LOG-STATUS PIC X(2).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".
       01  WS-TODAY               PIC X(8).
       01  WS-NOW                 PIC X(6).

       01  WS-LAST-SPOOL-ID       PIC 9(5) VALUE ZERO.
       01  WS-OUTPUT-ID           PIC 9(5).
       01  WS-OUTPUT-LINES        PIC 9(5).
       01  WS-CHECK-KEY           PIC X(10).
       01  WS-GETS-SLICE          PIC X(1).
       01  WS-HAS-CONTENT         PIC X(1).
       01  WS-RUNS-BURST          PIC 9(5) VALUE ZERO.
       01  WS-OUTPUTS-WRITTEN     PIC 9(5) VALUE ZERO.
       01  WS-NOTHING-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-LINES-COPIED        PIC 9(7) VALUE ZERO.

      *> The distribution table, loaded whole.
       01  WS-DIST-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DIST-TABLE.
           05 DT-ENTRY OCCURS 300 TIMES.
               10 DT-REPORT-NAME  PIC X(20).
               10 DT-RECIPIENT    PIC X(8).
               10 DT-SLICE-KEY    PIC X(10).
               10 DT-ADDED-DATE   PIC X(8).
       01  DT-IDX                 PIC 9(3).

      *> One flag per spool id, "Y" once DISTLOG.DAT shows the run
      *> burst - loaded before the catalog is scanned so only runs
      *> still waiting take a place in the run table below.
       01  WS-BURST-MAP.
           05 BM-BURST OCCURS 99999 TIMES PIC X(1).

      *> Catalogued runs of distributed reports not yet burst.
       01  WS-RUN-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-RUN-TABLE.
           05 RN-ENTRY OCCURS 200 TIMES.
               10 RN-SPOOL-ID     PIC 9(5).
               10 RN-REPORT-NAME  PIC X(20).
               10 RN-RUN-DATE     PIC X(8).
       01  RN-IDX                 PIC 9(3).

      *> Who gets a copy of the run being burst.
       01  WS-RCP-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-RECIPIENT-TABLE.
           05 RC-ENTRY OCCURS 100 TIMES.
               10 RC-RECIPIENT    PIC X(8).
               10 RC-WHOLE        PIC X(1).
       01  RC-IDX                 PIC 9(3).
       01  WS-FOUND-IDX           PIC 9(3).

      *> The slice keys the run being burst actually carries.
       01  WS-KEY-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-KEY-TABLE.
           05 KY-SLICE-KEY OCCURS 200 TIMES PIC X(10).
       01  KY-IDX                 PIC 9(3).

      *> Every copy made this run (or nothing-to-send row), for the
      *> catalog and the distribution log once the copies are safely
      *> on the spool.
       01  WS-OUT-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-OUTPUT-TABLE.
           05 OT-ENTRY OCCURS 300 TIMES.
               10 OT-RECIPIENT    PIC X(8).
               10 OT-REPORT-NAME  PIC X(20).
               10 OT-SOURCE-ID    PIC 9(5).
               10 OT-OUTPUT-ID    PIC 9(5).
               10 OT-LINE-COUNT   PIC 9(5).
               10 OT-RUN-DATE     PIC X(8).
       01  OT-IDX                 PIC 9(3).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           MOVE WS-RL-START-STAMP(9:6) TO WS-NOW.

           PERFORM 100-LOAD-DISTRIBUTION.
           IF WS-DIST-COUNT = ZERO
               DISPLAY "NO DISTRIBUTION TABLE - NOTHING TO BURST"
               GO TO 900-END-PROGRAM
           END-IF.

           MOVE SPACES TO WS-BURST-MAP.
           OPEN INPUT DISTRIBUTION-LOG.
           IF DISTRIBUTION-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 150-NOTE-ONE-BURST-RUN UNTIL ENDOFINPUT
               CLOSE DISTRIBUTION-LOG
           END-IF.

           OPEN INPUT SPOOL-CATALOG.
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "NO REPORTS HAVE BEEN SPOOLED YET"
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 200-SCAN-ONE-CATALOG-ROW UNTIL ENDOFINPUT.
           CLOSE SPOOL-CATALOG.

           OPEN OUTPUT BURST-WORK.
           IF BURST-WORK-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN BURST.WRK, STATUS "
                   BURST-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > WS-RUN-COUNT
               PERFORM 400-BURST-ONE-RUN
           END-PERFORM.
           CLOSE BURST-WORK.

           IF WS-OUT-COUNT = ZERO
               DISPLAY "NO NEW RUNS TO BURST"
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 500-APPEND-TO-SPOOL.
           IF RETURN-CODE NOT = ZERO
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 600-CATALOG-OUTPUTS.
           PERFORM 650-LOG-DELIVERIES.

           DISPLAY "RUNS BURST: " WS-RUNS-BURST
               " COPIES SPOOLED: " WS-OUTPUTS-WRITTEN
               " NOTHING TO SEND: " WS-NOTHING-COUNT.

           GO TO 900-END-PROGRAM.

       100-LOAD-DISTRIBUTION.
           OPEN INPUT DISTRIBUTION-FILE.
           IF DISTRIBUTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO DR-KEY.
           MOVE "N" TO WS-EOF-FLAG.
           START DISTRIBUTION-FILE KEY NOT < DR-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 110-LOAD-ONE-ROW UNTIL ENDOFINPUT.
           CLOSE DISTRIBUTION-FILE.

       110-LOAD-ONE-ROW.
           READ DISTRIBUTION-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-DIST-COUNT TO WS-TB-COUNT.
           MOVE 300 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "N"
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DIST-COUNT.
           MOVE DR-REPORT-NAME TO DT-REPORT-NAME (WS-DIST-COUNT).
           MOVE DR-RECIPIENT TO DT-RECIPIENT (WS-DIST-COUNT).
           MOVE DR-SLICE-KEY TO DT-SLICE-KEY (WS-DIST-COUNT).
           MOVE DR-ADDED-DATE TO DT-ADDED-DATE (WS-DIST-COUNT).

       150-NOTE-ONE-BURST-RUN.
           READ DISTRIBUTION-LOG
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF DL-SOURCE-ID > ZERO
               MOVE "Y" TO BM-BURST (DL-SOURCE-ID)
           END-IF.

      *> The highest spool id so far (the copies are numbered on from
      *> it), and each run not yet burst of a report someone was on
      *> the table for by its run date. This program's own copies
      *> are never burst.
       200-SCAN-ONE-CATALOG-ROW.
           READ SPOOL-CATALOG
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SC-SPOOL-ID > WS-LAST-SPOOL-ID
               MOVE SC-SPOOL-ID TO WS-LAST-SPOOL-ID
           END-IF.
           IF SC-PROGRAM = "SPOOL-BURST-RUN"
               EXIT PARAGRAPH
           END-IF.
           IF SC-SPOOL-ID > ZERO
               IF BM-BURST (SC-SPOOL-ID) = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DIST-COUNT
               IF DT-REPORT-NAME (DT-IDX) = SC-REPORT-NAME
                   AND DT-ADDED-DATE (DT-IDX) NOT > SC-RUN-DATE
                   MOVE DT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-COUNT TO WS-TB-COUNT.
           MOVE 200 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-RUN-COUNT
               MOVE SC-SPOOL-ID TO RN-SPOOL-ID (WS-RUN-COUNT)
               MOVE SC-REPORT-NAME TO RN-REPORT-NAME (WS-RUN-COUNT)
               MOVE SC-RUN-DATE TO RN-RUN-DATE (WS-RUN-COUNT)
           END-IF.

      *> One run: who is sent it, which slices it carries, then a
      *> copy per recipient. A run whose copies would not all fit the
      *> output table is left whole for the next burst.
       400-BURST-ONE-RUN.
           MOVE ZERO TO WS-RCP-COUNT.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DIST-COUNT
               IF DT-REPORT-NAME (DT-IDX) = RN-REPORT-NAME (RN-IDX)
                   AND DT-ADDED-DATE (DT-IDX)
                       NOT > RN-RUN-DATE (RN-IDX)
                   PERFORM 405-ADD-RECIPIENT
               END-IF
           END-PERFORM.
           IF WS-RCP-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-OUT-COUNT + WS-RCP-COUNT > 300
               DISPLAY "OUTPUT TABLE FULL - RUN " RN-SPOOL-ID (RN-IDX)
                   " LEFT FOR THE NEXT BURST"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 410-COLLECT-RUN-SLICES.
           IF SPOOL-STATUS NOT = "00"
               DISPLAY "NO REPORTS.SPL TO BURST, STATUS "
                   SPOOL-STATUS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RUNS-BURST.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RCP-COUNT
               PERFORM 420-COPY-FOR-RECIPIENT
           END-PERFORM.

       405-ADD-RECIPIENT.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RCP-COUNT
               IF RC-RECIPIENT (RC-IDX) = DT-RECIPIENT (DT-IDX)
                   MOVE RC-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-RCP-COUNT TO WS-TB-COUNT
               MOVE 100 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "N"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RCP-COUNT
               MOVE WS-RCP-COUNT TO WS-FOUND-IDX
               MOVE DT-RECIPIENT (DT-IDX)
                   TO RC-RECIPIENT (WS-FOUND-IDX)
               MOVE "N" TO RC-WHOLE (WS-FOUND-IDX)
           END-IF.
           IF DT-SLICE-KEY (DT-IDX) = "*ALL"
               MOVE "Y" TO RC-WHOLE (WS-FOUND-IDX)
           END-IF.

       410-COLLECT-RUN-SLICES.
           MOVE ZERO TO WS-KEY-COUNT.
           OPEN INPUT REPORT-SPOOL.
           IF SPOOL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 415-COLLECT-ONE-LINE UNTIL ENDOFINPUT.
           CLOSE REPORT-SPOOL.

       415-COLLECT-ONE-LINE.
           READ REPORT-SPOOL
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SP-SPOOL-ID NOT = RN-SPOOL-ID (RN-IDX)
               OR SP-SLICE-KEY = SPACES
               OR SP-SLICE-KEY = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING KY-IDX FROM 1 BY 1
                   UNTIL KY-IDX > WS-KEY-COUNT
               IF KY-SLICE-KEY (KY-IDX) = SP-SLICE-KEY
                   MOVE KY-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-KEY-COUNT TO WS-TB-COUNT
               MOVE 200 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-KEY-COUNT
                   MOVE SP-SLICE-KEY TO KY-SLICE-KEY (WS-KEY-COUNT)
               END-IF
           END-IF.

      *> A recipient sent only slices the run does not carry gets a
      *> nothing-to-send row instead of a copy that is all headings.
       420-COPY-FOR-RECIPIENT.
           MOVE "N" TO WS-HAS-CONTENT.
           IF RC-WHOLE (RC-IDX) = "Y"
               MOVE "Y" TO WS-HAS-CONTENT
           ELSE
               PERFORM VARYING KY-IDX FROM 1 BY 1
                       UNTIL KY-IDX > WS-KEY-COUNT
                   MOVE KY-SLICE-KEY (KY-IDX) TO WS-CHECK-KEY
                   PERFORM 440-RECIPIENT-GETS-SLICE
                   IF WS-GETS-SLICE = "Y"
                       MOVE "Y" TO WS-HAS-CONTENT
                   END-IF
               END-PERFORM
           END-IF.

           ADD 1 TO WS-OUT-COUNT.
           MOVE RC-RECIPIENT (RC-IDX) TO OT-RECIPIENT (WS-OUT-COUNT).
           MOVE RN-REPORT-NAME (RN-IDX)
               TO OT-REPORT-NAME (WS-OUT-COUNT).
           MOVE RN-SPOOL-ID (RN-IDX) TO OT-SOURCE-ID (WS-OUT-COUNT).
           MOVE RN-RUN-DATE (RN-IDX) TO OT-RUN-DATE (WS-OUT-COUNT).
           MOVE ZERO TO OT-OUTPUT-ID (WS-OUT-COUNT).
           MOVE ZERO TO OT-LINE-COUNT (WS-OUT-COUNT).
           IF WS-HAS-CONTENT = "N"
               ADD 1 TO WS-NOTHING-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LAST-SPOOL-ID.
           MOVE WS-LAST-SPOOL-ID TO WS-OUTPUT-ID.
           MOVE ZERO TO WS-OUTPUT-LINES.
           OPEN INPUT REPORT-SPOOL.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 430-COPY-ONE-LINE UNTIL ENDOFINPUT.
           CLOSE REPORT-SPOOL.
           MOVE WS-OUTPUT-ID TO OT-OUTPUT-ID (WS-OUT-COUNT).
           MOVE WS-OUTPUT-LINES TO OT-LINE-COUNT (WS-OUT-COUNT).
           ADD 1 TO WS-OUTPUTS-WRITTEN.

       430-COPY-ONE-LINE.
           READ REPORT-SPOOL
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SP-SPOOL-ID NOT = RN-SPOOL-ID (RN-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF RC-WHOLE (RC-IDX) = "Y"
               OR SP-SLICE-KEY = "*"
               MOVE "Y" TO WS-GETS-SLICE
           ELSE
               IF SP-SLICE-KEY = SPACES
                   MOVE "N" TO WS-GETS-SLICE
               ELSE
                   MOVE SP-SLICE-KEY TO WS-CHECK-KEY
                   PERFORM 440-RECIPIENT-GETS-SLICE
               END-IF
           END-IF.
           IF WS-GETS-SLICE = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OUTPUT-LINES.
           MOVE SPACES TO BURST-WORK-RECORD.
           MOVE WS-OUTPUT-ID TO BW-SPOOL-ID.
           MOVE WS-OUTPUT-LINES TO BW-LINE-NO.
           MOVE SP-LINE-TEXT TO BW-LINE-TEXT.
           MOVE SP-SLICE-KEY TO BW-SLICE-KEY.
           WRITE BURST-WORK-RECORD.

      *> Is WS-CHECK-KEY one of this recipient's slices of this
      *> report, on the table by the run's date?
       440-RECIPIENT-GETS-SLICE.
           MOVE "N" TO WS-GETS-SLICE.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DIST-COUNT
               IF DT-REPORT-NAME (DT-IDX) = RN-REPORT-NAME (RN-IDX)
                   AND DT-RECIPIENT (DT-IDX) = RC-RECIPIENT (RC-IDX)
                   AND DT-SLICE-KEY (DT-IDX) = WS-CHECK-KEY
                   AND DT-ADDED-DATE (DT-IDX)
                       NOT > RN-RUN-DATE (RN-IDX)
                   MOVE "Y" TO WS-GETS-SLICE
               END-IF
           END-PERFORM.

      *> The copies go on the spool before anything is catalogued or
      *> logged - if they cannot, no run is marked burst and the next
      *> burst tries them all again.
       500-APPEND-TO-SPOOL.
           OPEN INPUT BURST-WORK.
           IF BURST-WORK-STATUS NOT = "00"
               DISPLAY "COULD NOT RE-READ BURST.WRK, STATUS "
                   BURST-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND REPORT-SPOOL.
           IF SPOOL-STATUS = "05" OR SPOOL-STATUS = "35"
               OPEN OUTPUT REPORT-SPOOL
           END-IF.
           IF SPOOL-STATUS NOT = "00"
               DISPLAY "COULD NOT EXTEND REPORTS.SPL, STATUS "
                   SPOOL-STATUS
               CLOSE BURST-WORK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 510-APPEND-ONE-LINE UNTIL ENDOFINPUT.
           CLOSE BURST-WORK.
           CLOSE REPORT-SPOOL.

       510-APPEND-ONE-LINE.
           READ BURST-WORK
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO SPOOL-LINE-RECORD.
           MOVE BW-SPOOL-ID TO SP-SPOOL-ID.
           MOVE BW-LINE-NO TO SP-LINE-NO.
           MOVE BW-LINE-TEXT TO SP-LINE-TEXT.
           MOVE BW-SLICE-KEY TO SP-SLICE-KEY.
           WRITE SPOOL-LINE-RECORD.
           ADD 1 TO WS-LINES-COPIED.

       600-CATALOG-OUTPUTS.
           OPEN EXTEND SPOOL-CATALOG.
           IF CATALOG-STATUS = "05" OR CATALOG-STATUS = "35"
               OPEN OUTPUT SPOOL-CATALOG
           END-IF.
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "COULD NOT EXTEND SPOOLCAT.DAT, STATUS "
                   CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OUT-COUNT
               IF OT-OUTPUT-ID (OT-IDX) NOT = ZERO
                   MOVE SPACES TO SPOOL-CATALOG-RECORD
                   MOVE OT-OUTPUT-ID (OT-IDX) TO SC-SPOOL-ID
                   MOVE OT-REPORT-NAME (OT-IDX) TO SC-REPORT-NAME
                   MOVE WS-TODAY TO SC-RUN-DATE
                   MOVE OT-LINE-COUNT (OT-IDX) TO SC-ROW-COUNT
                   MOVE "SPOOL-BURST-RUN" TO SC-PROGRAM
                   WRITE SPOOL-CATALOG-RECORD
               END-IF
           END-PERFORM.
           CLOSE SPOOL-CATALOG.

       650-LOG-DELIVERIES.
           OPEN EXTEND DISTRIBUTION-LOG.
           IF DISTRIBUTION-LOG-STATUS = "05"
               OR DISTRIBUTION-LOG-STATUS = "35"
               OPEN OUTPUT DISTRIBUTION-LOG
           END-IF.
           IF DISTRIBUTION-LOG-STATUS NOT = "00"
               DISPLAY "COULD NOT EXTEND DISTLOG.DAT, STATUS "
                   DISTRIBUTION-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OUT-COUNT
               MOVE SPACES TO DISTRIBUTION-LOG-RECORD
               MOVE OT-RECIPIENT (OT-IDX) TO DL-RECIPIENT
               MOVE OT-REPORT-NAME (OT-IDX) TO DL-REPORT-NAME
               MOVE OT-SOURCE-ID (OT-IDX) TO DL-SOURCE-ID
               MOVE OT-OUTPUT-ID (OT-IDX) TO DL-OUTPUT-ID
               MOVE OT-LINE-COUNT (OT-IDX) TO DL-LINE-COUNT
               MOVE OT-RUN-DATE (OT-IDX) TO DL-RUN-DATE
               MOVE WS-TODAY TO DL-BURST-DATE
               MOVE WS-NOW TO DL-BURST-TIME
               WRITE DISTRIBUTION-LOG-RECORD
               IF OT-OUTPUT-ID (OT-IDX) = ZERO
                   DISPLAY OT-REPORT-NAME (OT-IDX) " RUN "
                       OT-SOURCE-ID (OT-IDX) " - NOTHING FOR "
                       OT-RECIPIENT (OT-IDX)
               ELSE
                   DISPLAY OT-REPORT-NAME (OT-IDX) " RUN "
                       OT-SOURCE-ID (OT-IDX) " TO "
                       OT-RECIPIENT (OT-IDX) " AS SPOOL ID "
                       OT-OUTPUT-ID (OT-IDX) " ("
                       OT-LINE-COUNT (OT-IDX) " LINES)"
               END-IF
           END-PERFORM.
           CLOSE DISTRIBUTION-LOG.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "SPOOL-BURST-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-RUNS-BURST TO RL-READ-COUNT.
           MOVE WS-OUTPUTS-WRITTEN TO RL-WRITTEN-COUNT.
           MOVE WS-NOTHING-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM SPOOL-BURST-RUN.
