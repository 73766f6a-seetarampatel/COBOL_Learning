      ******************************************************************
      * Author:
      * Date:
      * Purpose: The operator's desk for run-log anomalies raised by
      *          RUN-ANOMALY-CHECK (RUNEXCP.DAT). L lists the open
      *          ones; A walks the open ones oldest first and
      *          acknowledges each the operator answers Y to, with a
      *          note of what was found (re-run, register extract
      *          re-sent, genuinely quiet night), so it drops off the
      *          top of MORNING-SUMMARY-REPORT. H shows every anomaly
      *          for one night, acknowledged or not, with who
      *          acknowledged it and when.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-EXCEPTION-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-EXCEPTION-FILE
               ASSIGN TO "RUNEXCP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS RUN-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-EXCEPTION-FILE.
           COPY "RUN-EXCEPTION.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-EXCEPTION-STATUS   PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-ANSWER              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".
       01  WS-ENTRY               PIC X(40).
       01  WS-DESK-NIGHT          PIC X(8).
       01  WS-LIST-COUNT          PIC 9(4).
       01  WS-STATUS-NAME         PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RUN EXCEPTION DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O RUN-EXCEPTION-FILE.
           IF RUN-EXCEPTION-STATUS = "35"
               OPEN OUTPUT RUN-EXCEPTION-FILE
               CLOSE RUN-EXCEPTION-FILE
               OPEN I-O RUN-EXCEPTION-FILE
           END-IF.
           IF RUN-EXCEPTION-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN RUNEXCP.DAT, STATUS "
                   RUN-EXCEPTION-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE RUN-EXCEPTION-FILE.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (L=LIST OPEN ANOMALIES, A=ACKNOWLEDGE, "
               "H=ONE NIGHT'S ANOMALIES)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM 200-LIST-OPEN
               WHEN "A"
                   PERFORM 300-ACKNOWLEDGE
               WHEN "H"
                   PERFORM 400-NIGHT-HISTORY
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.
           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

       150-START-AT-FIRST.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO RX-KEY.
           START RUN-EXCEPTION-FILE KEY NOT < RX-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.

       200-LIST-OPEN.
           PERFORM 150-START-AT-FIRST.
           PERFORM 210-LIST-ONE-OPEN UNTIL ENDOFINPUT.
           DISPLAY "OPEN ANOMALIES: " WS-LIST-COUNT.

       210-LIST-ONE-OPEN.
           READ RUN-EXCEPTION-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT RX-OPEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 600-SHOW-EXCEPTION.

       300-ACKNOWLEDGE.
           PERFORM 150-START-AT-FIRST.
           PERFORM 310-ACKNOWLEDGE-ONE UNTIL ENDOFINPUT.
           DISPLAY "ACKNOWLEDGED: " WS-LIST-COUNT.

       310-ACKNOWLEDGE-ONE.
           READ RUN-EXCEPTION-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT RX-OPEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 600-SHOW-EXCEPTION.
           DISPLAY "ACKNOWLEDGE? (Y=YES, N=LEAVE OPEN, S=STOP)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "S" OR WS-ANSWER = "s"
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "WHAT WAS FOUND".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               DISPLAY "A NOTE IS NEEDED - LEFT OPEN"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO RX-ACK-NOTE.
           MOVE WS-USER-ID TO RX-ACK-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RX-ACK-DATE.
           SET RX-ACKNOWLEDGED TO TRUE.
           REWRITE RUN-EXCEPTION-RECORD.
           ADD 1 TO WS-LIST-COUNT.

       400-NIGHT-HISTORY.
           DISPLAY "NIGHT (YYYYMMDD)".
           ACCEPT WS-DESK-NIGHT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO RX-KEY.
           MOVE WS-DESK-NIGHT TO RX-NIGHT.
           START RUN-EXCEPTION-FILE KEY NOT < RX-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 410-SHOW-ONE-NIGHT-ROW UNTIL ENDOFINPUT.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO ANOMALIES RAISED FOR " WS-DESK-NIGHT
           END-IF.

       410-SHOW-ONE-NIGHT-ROW.
           READ RUN-EXCEPTION-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RX-NIGHT NOT = WS-DESK-NIGHT
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 600-SHOW-EXCEPTION.
           IF RX-ACKNOWLEDGED
               DISPLAY "     ACKNOWLEDGED " RX-ACK-DATE " "
                   RX-ACK-BY " " RX-ACK-NOTE
           END-IF.

       600-SHOW-EXCEPTION.
           IF RX-ACKNOWLEDGED
               MOVE "ACKNOWLEDGED" TO WS-STATUS-NAME
           ELSE
               MOVE "OPEN" TO WS-STATUS-NAME
           END-IF.
           IF RX-KIND = "MISSING"
               DISPLAY RX-NIGHT " " RX-PROGRAM " MISSING - RAN ON "
                   RX-NORMAL-LOW " OF THE LAST " RX-NORMAL-HIGH
                   " NIGHTS " WS-STATUS-NAME
           ELSE
               DISPLAY RX-NIGHT " " RX-PROGRAM " " RX-KIND
                   " TONIGHT " RX-TONIGHT-VALUE " NORMAL "
                   RX-NORMAL-LOW "-" RX-NORMAL-HIGH " ("
                   RX-HISTORY-RUNS " RUNS) " WS-STATUS-NAME
           END-IF.

       END PROGRAM RUN-EXCEPTION-DESK.
