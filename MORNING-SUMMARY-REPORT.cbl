      *          final status - and flags any program whose read
      *          count is less than half or more than double its
      *          prior run, so a thin OUTFILE.LPT can be proven thin
      *          before anyone trusts it. Heading the report, every
      *          run anomaly RUN-ANOMALY-CHECK has raised against the
      *          programs' recent history (RUNEXCP.DAT) that nobody
      *          has yet acknowledged on RUN-EXCEPTION-DESK - these
      *          stay at the top, night after night, until someone
      *          does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT RUN-EXCEPTION-FILE
               ASSIGN TO "RUNEXCP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RX-KEY
               FILE STATUS IS RUN-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  RUN-EXCEPTION-FILE.
           COPY "RUN-EXCEPTION.CPY".

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS          PIC X(2).
       01 RUN-EXCEPTION-STATUS    PIC X(2).
       01 WS-OPEN-ANOMALIES       PIC 9(4) VALUE ZERO.
       01 WS-EOF-FLAG             PIC X(1) VALUE "N".
           88 ENDOFLOG VALUE "Y".

           END-IF.

           DISPLAY "========== MORNING OPERATIONS SUMMARY ============".
           PERFORM 050-SHOW-OPEN-ANOMALIES.
           DISPLAY "RUNS OF " WS-LATEST-DATE
               " (FLAGGED WHEN READS HALVE OR DOUBLE):".
           MOVE 2 TO WS-PASS.
       900-END-PROGRAM.
           STOP RUN.

       050-SHOW-OPEN-ANOMALIES.
           OPEN INPUT RUN-EXCEPTION-FILE.
           IF RUN-EXCEPTION-STATUS NOT = "00"
               DISPLAY "RUN ANOMALIES AWAITING ACKNOWLEDGEMENT: NONE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RUN ANOMALIES AWAITING ACKNOWLEDGEMENT "
               "(RUN-EXCEPTION-DESK):".
           MOVE "N" TO WS-EOF-FLAG.
           READ RUN-EXCEPTION-FILE NEXT
               AT END SET ENDOFLOG TO TRUE
           END-READ.
           PERFORM 060-SHOW-ONE-ANOMALY UNTIL ENDOFLOG.
           CLOSE RUN-EXCEPTION-FILE.
           IF WS-OPEN-ANOMALIES = ZERO
               DISPLAY "  NONE"
           END-IF.
           DISPLAY "--------------------------------------------------".

       060-SHOW-ONE-ANOMALY.
           IF RX-OPEN
               ADD 1 TO WS-OPEN-ANOMALIES
               IF RX-KIND = "MISSING"
                   DISPLAY "  ** " RX-NIGHT " " RX-PROGRAM
                       " DID NOT RUN - RAN ON " RX-NORMAL-LOW
                       " OF THE LAST " RX-NORMAL-HIGH " NIGHTS"
               ELSE
                   DISPLAY "  ** " RX-NIGHT " " RX-PROGRAM " "
                       RX-KIND " " RX-TONIGHT-VALUE
                       " NORMAL " RX-NORMAL-LOW "-" RX-NORMAL-HIGH
               END-IF
           END-IF.
           READ RUN-EXCEPTION-FILE NEXT
               AT END SET ENDOFLOG TO TRUE
           END-READ.

       100-SCAN-RUN-LOG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT RUN-LOG.
