      *          names from DEPT.DAT. Items with no department yet
      *          roll up under UNASSIGNED, and rows whose item has
      *          left the master under DELETED ITEMS, so the report
      *          always foots to the whole log. The summary is kept
      *          on the spool (REPORTS.SPL, catalogued as DEPT-SALES)
      *          with each department's line stamped with its code,
      *          so SPOOL-BURST-RUN can send each department manager
      *          their own line under the headings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

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
       FD  SALES-LOG.
       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       WORKING-STORAGE SECTION.
       01 SALES-LOG-STATUS        PIC X(2).
       01 DEPARTMENT-FILE-STATUS  PIC X(2).
           88 ENDOFFILE VALUE "Y".
       01 WS-DEPT-EOF             PIC X(1).

      *> Spool state - the same shape Z-REPORT uses. WS-SPOOL-SLICE
      *> is stamped on each line for SPOOL-BURST-RUN: "*" for the
      *> headings every recipient gets, SPACES for the totals only a
      *> whole-report recipient gets.
       01 SPOOL-STATUS            PIC X(2).
       01 CATALOG-STATUS          PIC X(2).
       01 WS-SPOOL-ID             PIC 9(5).
       01 WS-SPOOL-LINE-COUNT     PIC 9(5).
       01 WS-SPOOL-TEXT           PIC X(80).
       01 WS-SPOOL-SLICE          PIC X(10) VALUE SPACES.
       01 WS-SPOOL-EOF            PIC X(1).

      *> Department names for the report headings. "??" and "**" are
      *> reserved bucket codes, never real departments.
       01 WS-DEPT-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-ROWS-READ            PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REVENUE        PIC S9(9)V9(2) VALUE ZERO.
       01 WS-PRINT-NAME           PIC X(20).
       01 WS-UNITS-ED             PIC -(7)9.999.
       01 WS-REVENUE-ED           PIC -(9)9.99.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           END-IF.

       400-PRINT-DEPT-SUMMARY.
           PERFORM 850-OPEN-SPOOL.
           MOVE "*" TO WS-SPOOL-SLICE.
           MOVE "============ SALES BY DEPARTMENT ================="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "ROWS READ FROM SALES LOG: " WS-ROWS-READ
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "DP DEPARTMENT           TXNS        UNITS       REVENU
      -        "E" TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 410-PRINT-ONE-DEPT
               VARYING DS-IDX FROM 1 BY 1
               UNTIL DS-IDX > WS-DEPT-TOTAL-COUNT.
           MOVE SPACES TO WS-SPOOL-SLICE.
           MOVE "--------------------------------------------------"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE WS-TOTAL-REVENUE TO WS-REVENUE-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "TOTAL REVENUE: " WS-REVENUE-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "=================================================="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-SPOOL.

       410-PRINT-ONE-DEPT.
           EVALUATE DS-DEPT-CODE (DS-IDX)
                       MOVE "(NOT ON DEPT.DAT)" TO WS-PRINT-NAME
                   END-IF
           END-EVALUATE.
           MOVE DS-DEPT-CODE (DS-IDX) TO WS-SPOOL-SLICE.
           MOVE DS-UNITS (DS-IDX) TO WS-UNITS-ED.
           MOVE DS-REVENUE (DS-IDX) TO WS-REVENUE-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING DS-DEPT-CODE (DS-IDX) " "
               WS-PRINT-NAME " "
               DS-TXN-COUNT (DS-IDX) " "
               WS-UNITS-ED " "
               WS-REVENUE-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

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
                   MOVE "DEPT-SALES" TO SC-REPORT-NAME
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SC-RUN-DATE
                   MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
                   MOVE "DEPT-SALES-REPORT" TO SC-PROGRAM
                   WRITE SPOOL-CATALOG-RECORD
                   CLOSE SPOOL-CATALOG
               END-IF
           END-IF.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

