      *          file, and prints a roll-up by store with the company
      *          total - so "how did the company do" stops meaning
      *          hand-adding three Z-reports.
      *          The stores, and the name each one's extract arrives
      *          under, come from the store master (STOREMST.DAT) -
      *          every open store is expected, and one whose extract
      *          has not arrived is named on the roll-up.
      *          Each extract must close with a control trailer
      *          ("*TRAILER", record count, sum of SL-LINE-TOTAL);
      *          a file whose totals disagree - or that has no
      *          trailer at all - is refused with an operator
      *          message instead of consolidating short.
      *          The roll-up is kept on the spool (REPORTS.SPL,
      *          catalogued as COMPANY-ROLLUP) with each store's line
      *          stamped with its store code, so SPOOL-BURST-RUN can
      *          send each store manager their own shop's line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One SELECT for every store's extract, ASSIGNed to a data
      *> name the way MARKS-EXTRACT-MERGE opens its section files -
      *> each store's file name is moved in from the store master
      *> before the OPEN. The records are read INTO the shared
      *> SALES-LOG layout in WORKING-STORAGE.
           SELECT STORE-EXTRACT
               ASSIGN TO WS-STORE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT STORE-MASTER-FILE
               ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-CODE
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REPORT-SPOOL
               ASSIGN TO "REPORTS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT SPOOL-CATALOG
               ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-EXTRACT.
       01  STORE-RECORD          PIC X(209).

       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       FD  COMPANY-FILE.
       01  COMPANY-RECORD.
           05 CO-STORE-CODE      PIC X(4).
           05 CO-SALES-ROW       PIC X(209).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RJ-REGISTER-NO     PIC X(4).

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       WORKING-STORAGE SECTION.
       01  WS-STORE-STATUS         PIC X(2).
       01  STORE-MASTER-STATUS     PIC X(2).
       01  WS-COMPANY-STATUS       PIC X(2).
       01  WS-REJECT-STATUS        PIC X(2).
       01  WS-EOF-FLAG             PIC X(1) VALUE "N".
           88 ENDOFSTORE VALUE "Y".

      *> Spool state - the same shape Z-REPORT uses. WS-SPOOL-SLICE
      *> is stamped on each line for SPOOL-BURST-RUN: "*" for the
      *> headings every recipient gets, SPACES for the totals only a
      *> whole-report recipient gets.
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-SLICE         PIC X(10) VALUE SPACES.
       01  WS-SPOOL-EOF           PIC X(1).

      *> Every extract row lands in this raw buffer first so the
      *> control-trailer marker can be checked, then data rows move
      *> into the shared layout and the dedup/roll-up logic below is
      *> written once, whichever store file the row came from.
       01  WS-RAW-ROW              PIC X(209).
       01  WS-TRAILER-VIEW REDEFINES WS-RAW-ROW.
           05 TV-MARKER            PIC X(8).
           05 TV-RECORD-COUNT      PIC 9(7).
           05 TV-HASH-TOTAL        PIC S9(9)V9(2).
           05 FILLER               PIC X(183).

           COPY "SALES-LOG.CPY".

           COPY "STORE-TABLE-FIELDS.CPY".

       01  WS-MERGED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-DUPLICATE-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-RECORD-NUMBER         PIC 9(6) VALUE ZERO.

      *> Per-store roll-up for the report - revenue in home currency
      *> so the company total adds up across stores. One column per
      *> STORE-ENTRY; WS-STORE-RESULT says what became of its file
      *> (M = merged, N = not arrived, R = refused, C = closed).
       01  WS-STORE-TOTALS.
           05 WS-STORE-TOTAL OCCURS 12 TIMES PIC S9(9)V9(2)
               VALUE ZEROES.
       01  WS-STORE-RESULTS.
           05 WS-STORE-RESULT OCCURS 12 TIMES PIC X(1).
       01  WS-MISSING-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-COMPANY-TOTAL         PIC S9(9)V9(2) VALUE ZERO.
       01  WS-REVENUE-ED            PIC -(9)9.99.

      *> One row per receipt-number/register combination already
      *> consolidated, with the store file it first arrived from - a
       01  WS-SEEN-KEY-TABLE.
           05 WS-SEEN-ENTRY OCCURS 500 TIMES INDEXED BY SK-IDX.
               10 WS-SEEN-KEY        PIC X(10).
               10 WS-SEEN-SOURCE     PIC 9(2).
       01  WS-SEEN-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CURRENT-KEY           PIC X(10).
       01  WS-KEY-FOUND             PIC X(1).
       01  WS-KEY-SOURCE            PIC 9(2).

      *> Control-trailer verification state for the store file being
      *> checked.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-STORE-TABLE.
           IF WS-STORE-MASTER-OK = "N" OR WS-STORE-COUNT = ZERO
               DISPLAY "NO STORES ON THE STORE MASTER - NOTHING "
                   "CONSOLIDATED"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN OUTPUT COMPANY-FILE.
           IF WS-COMPANY-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN COMPANY.DAT, STATUS "

           OPEN OUTPUT REJECT-FILE.

           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STORE-COUNT
               PERFORM 100-MERGE-ONE-STORE-FILE
           END-PERFORM.

      *> A store file missing on a given night is reported but the
      *> others still consolidate - the roll-up names which stores
      *> supplied rows, so a missing shop is visible on the report.
      *> A closed store is not expected to send anything.
       100-MERGE-ONE-STORE-FILE.
           MOVE ZERO TO WS-RECORD-NUMBER.
           MOVE "N" TO WS-EOF-FLAG.
           IF ST-STATUS (ST-IDX) = "C"
               MOVE "C" TO WS-STORE-RESULT (ST-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-SALES-FILE (ST-IDX) TO WS-STORE-FILE-PATH.
           OPEN INPUT STORE-EXTRACT.
           IF WS-STORE-STATUS NOT = "00"
               DISPLAY "SKIPPING STORE " ST-STORE-CODE (ST-IDX)
                   " - NO EXTRACT " WS-STORE-FILE-PATH
                   " STATUS " WS-STORE-STATUS
               MOVE "N" TO WS-STORE-RESULT (ST-IDX)
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF.

      *> whole and the run is marked failed for the operator, while
      *> the other stores still consolidate.
           PERFORM 095-VERIFY-STORE-TRAILER.
           CLOSE STORE-EXTRACT.
           IF WS-STORE-OK = "N"
               MOVE "R" TO WS-STORE-RESULT (ST-IDX)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE "M" TO WS-STORE-RESULT (ST-IDX).
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT STORE-EXTRACT.
           PERFORM 105-READ-STORE-ROW.
           PERFORM UNTIL ENDOFSTORE
               PERFORM 110-MERGE-ONE-RECORD
               PERFORM 105-READ-STORE-ROW
           END-PERFORM.
           CLOSE STORE-EXTRACT.

       095-VERIFY-STORE-TRAILER.
           MOVE "Y" TO WS-STORE-OK.
           END-PERFORM.

           IF WS-TRAILER-SEEN = "N"
               DISPLAY "OPERATOR: STORE " ST-STORE-CODE (ST-IDX)
                   " EXTRACT HAS NO CONTROL TRAILER - FILE REFUSED"
               MOVE "N" TO WS-STORE-OK
           ELSE
               IF WS-CHECK-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-CHECK-HASH NOT = WS-TRAILER-HASH
                   DISPLAY "OPERATOR: STORE " ST-STORE-CODE (ST-IDX)
                       " CONTROL TOTALS DISAGREE - FILE REFUSED"
                   DISPLAY "  TRAILER SAYS " WS-TRAILER-COUNT
                       " ROWS, TOTAL " WS-TRAILER-HASH
           END-IF.

       105-READ-STORE-ROW.
           READ STORE-EXTRACT INTO WS-RAW-ROW
               AT END SET ENDOFSTORE TO TRUE
           END-READ.
           IF NOT ENDOFSTORE
               MOVE WS-RAW-ROW TO SALES-LOG-RECORD
           END-IF.
           IF WS-KEY-FOUND = "Y" AND WS-KEY-SOURCE NOT = ST-IDX
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUPLICATE RECEIPT+REGSTR" TO RJ-REASON
               MOVE ST-STORE-CODE (ST-IDX) TO RJ-STORE-CODE
               MOVE SL-RECEIPT-NO TO RJ-RECEIPT-NO
               MOVE SL-REGISTER-NO TO RJ-REGISTER-NO
               WRITE REJECT-RECORD
               DISPLAY "DUPLICATE SKIPPED - STORE "
                   ST-STORE-CODE (ST-IDX) " RECORD "
                   WS-RECORD-NUMBER ": RECEIPT " SL-RECEIPT-NO
                   " REGISTER " SL-REGISTER-NO
           ELSE
                           SL-RECEIPT-NO " TRACKED NO FURTHER"
                   END-IF
               END-IF
               MOVE ST-STORE-CODE (ST-IDX) TO CO-STORE-CODE
               MOVE SALES-LOG-RECORD TO CO-SALES-ROW
               WRITE COMPANY-RECORD
               ADD 1 TO WS-MERGED-COUNT
           END-PERFORM.

       200-PRINT-ROLLUP.
           PERFORM 850-OPEN-SPOOL.
           MOVE "*" TO WS-SPOOL-SLICE.
           MOVE "============ COMPANY SALES ROLL-UP =============="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STORE-COUNT
               MOVE ST-STORE-CODE (ST-IDX) TO WS-SPOOL-SLICE
               MOVE SPACES TO WS-SPOOL-TEXT
               EVALUATE WS-STORE-RESULT (ST-IDX)
                   WHEN "M"
                       MOVE WS-STORE-TOTAL (ST-IDX) TO WS-REVENUE-ED
                       STRING "STORE " ST-STORE-CODE (ST-IDX) " "
                           ST-STORE-NAME (ST-IDX)
                           " REVENUE: " WS-REVENUE-ED
                           DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                       PERFORM 860-SPOOL-LINE
                   WHEN "N"
                       STRING "STORE " ST-STORE-CODE (ST-IDX) " "
                           ST-STORE-NAME (ST-IDX)
                           " ** EXTRACT NOT RECEIVED **"
                           DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                       PERFORM 860-SPOOL-LINE
                   WHEN "R"
                       STRING "STORE " ST-STORE-CODE (ST-IDX) " "
                           ST-STORE-NAME (ST-IDX)
                           " ** EXTRACT REFUSED - SEE ABOVE **"
                           DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                       PERFORM 860-SPOOL-LINE
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO WS-SPOOL-SLICE.
           MOVE WS-COMPANY-TOTAL TO WS-REVENUE-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "COMPANY TOTAL: " WS-REVENUE-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "ROWS CONSOLIDATED: " WS-MERGED-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "DUPLICATES REJECTED: " WS-DUPLICATE-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "OPEN STORES WITH NO EXTRACT: " WS-MISSING-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "================================================="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-SPOOL.

      *> ---- spool plumbing, Z-REPORT's shape ----

       850-OPEN-SPOOL.
           MOVE ZERO TO WS-SPOOL-ID.
           MOVE ZERO TO WS-SPOOL-LINE-COUNT.
           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT SPOOL-CATALOG.
           IF CATALOG-STATUS = "00"
               PERFORM 855-SCAN-ONE-CATALOG-ROW
                   UNTIL WS-SPOOL-EOF = "Y"
               CLOSE SPOOL-CATALOG
           END-IF.
           ADD 1 TO WS-SPOOL-ID.
           OPEN EXTEND REPORT-SPOOL.
           IF SPOOL-STATUS = "05" OR SPOOL-STATUS = "35"
               OPEN OUTPUT REPORT-SPOOL
           END-IF.

       855-SCAN-ONE-CATALOG-ROW.
           READ SPOOL-CATALOG
               AT END MOVE "Y" TO WS-SPOOL-EOF
           END-READ.
           IF WS-SPOOL-EOF = "N"
               AND SC-SPOOL-ID > WS-SPOOL-ID
               MOVE SC-SPOOL-ID TO WS-SPOOL-ID
           END-IF.

       860-SPOOL-LINE.
           IF SPOOL-STATUS = "00"
               MOVE SPACES TO SPOOL-LINE-RECORD
               MOVE WS-SPOOL-ID TO SP-SPOOL-ID
               ADD 1 TO WS-SPOOL-LINE-COUNT
               MOVE WS-SPOOL-LINE-COUNT TO SP-LINE-NO
               MOVE WS-SPOOL-TEXT TO SP-LINE-TEXT
               MOVE WS-SPOOL-SLICE TO SP-SLICE-KEY
               WRITE SPOOL-LINE-RECORD
           END-IF.
           DISPLAY WS-SPOOL-TEXT.

       870-REGISTER-SPOOL.
           IF SPOOL-STATUS = "00"
               CLOSE REPORT-SPOOL
               OPEN EXTEND SPOOL-CATALOG
               IF CATALOG-STATUS = "05" OR CATALOG-STATUS = "35"
                   OPEN OUTPUT SPOOL-CATALOG
               END-IF
               IF CATALOG-STATUS = "00"
                   MOVE SPACES TO SPOOL-CATALOG-RECORD
                   MOVE WS-SPOOL-ID TO SC-SPOOL-ID
                   MOVE "COMPANY-ROLLUP" TO SC-REPORT-NAME
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SC-RUN-DATE
                   MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
                   MOVE "SALES-CONSOLIDATE" TO SC-PROGRAM
                   WRITE SPOOL-CATALOG-RECORD
                   CLOSE SPOOL-CATALOG
               END-IF
           END-IF.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "STORE-TABLE-LOGIC.CPY".

       END PROGRAM SALES-CONSOLIDATE.
