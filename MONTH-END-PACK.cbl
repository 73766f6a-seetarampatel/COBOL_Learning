      *          owner gets a single reprintable report: a cover of
      *          headline figures with month-ago comparisons, then
      *          department sales and margin (live log plus archive,
      *          costed at the cost recorded on each row, else
      *          IM-UNIT-COST), stock valuation by department at
      *          average cost, the month's over/short history, the tax
      *          summary, the variance against the month's
      *          TARGETS.DAT plan, and the week-by-week trend.
      *          Spool plumbing is Z-REPORT's, section by section.
      *          The department lines of the sales and valuation
      *          sections are stamped with their department code, and
      *          the pack's title and those sections' headings with
      *          "*", so SPOOL-BURST-RUN can send each department
      *          manager their own figures; the rest of the pack goes
      *          only to whole-pack recipients.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LOG.
       01  LIVE-ROW               PIC X(209).

       FD  SALES-LOG-ARC.
       01  ARC-ROW                PIC X(209).

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".
       01  WS-MONTH-PART          PIC 9(2).
       01  WS-ROW-COUNT           PIC 9(7) VALUE ZERO.

      *> Spool state - same shape as Z-REPORT's, plus the slice key
      *> each line is stamped with for bursting.
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-SLICE         PIC X(10) VALUE SPACES.
       01  WS-SPOOL-EOF           PIC X(1).
       01  WS-PAGE-NO             PIC 9(2) VALUE ZERO.

                           COMPUTE WS-LINE-COST =
                               SL-QUANTITY * IM-UNIT-COST
                   END-READ
      *> The cost the register recorded on the row wins over the
      *> master's cost today; rows logged before the register
      *> recorded a cost read as spaces there and keep the master's.
                   IF SL-UNIT-COST IS NUMERIC
                       COMPUTE WS-LINE-COST =
                           SL-QUANTITY * SL-UNIT-COST
                   END-IF
               END-IF
               PERFORM 130-ADD-TO-DEPT-SALES
           END-IF.
      *> ---- the pack itself, section by section ----

       500-WRITE-COVER-PAGE.
           MOVE "*" TO WS-SPOOL-SLICE.
           PERFORM 860-NEW-PAGE.
           MOVE "============ MONTH-END MANAGEMENT PACK ==========="
               TO WS-SPOOL-TEXT.
               " (COMPARED TO " WS-PRIOR-MONTH ")"
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-SLICE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "SALES:        " WS-MONTH-SALES
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

       510-WRITE-DEPT-SECTION.
           MOVE "*" TO WS-SPOOL-SLICE.
           PERFORM 860-NEW-PAGE.
           MOVE "SECTION 1 - DEPARTMENT SALES AND MARGIN"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DEPT-COUNT
               MOVE MD-DEPARTMENT (DP-IDX) TO WS-SPOOL-SLICE
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "DEPT " MD-DEPARTMENT (DP-IDX)
                   " REVENUE " MD-REVENUE (DP-IDX)
           END-PERFORM.

       520-WRITE-VALUATION-SECTION.
           MOVE "*" TO WS-SPOOL-SLICE.
           PERFORM 860-NEW-PAGE.
           MOVE "SECTION 2 - STOCK VALUATION BY DEPARTMENT"
               TO WS-SPOOL-TEXT.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DEPT-COUNT
               IF MD-STOCK-VALUE (DP-IDX) NOT = ZERO
                   MOVE MD-DEPARTMENT (DP-IDX) TO WS-SPOOL-SLICE
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "DEPT " MD-DEPARTMENT (DP-IDX)
                       " VALUE " MD-STOCK-VALUE (DP-IDX)
           END-PERFORM.

       530-WRITE-OVER-SHORT-SECTION.
           MOVE SPACES TO WS-SPOOL-SLICE.
           PERFORM 860-NEW-PAGE.
           MOVE "SECTION 3 - OVER/SHORT FOR THE MONTH"
               TO WS-SPOOL-TEXT.
               ADD 1 TO WS-SPOOL-LINE-COUNT
               MOVE WS-SPOOL-LINE-COUNT TO SP-LINE-NO
               MOVE WS-SPOOL-TEXT TO SP-LINE-TEXT
               MOVE WS-SPOOL-SLICE TO SP-SLICE-KEY
               WRITE SPOOL-LINE-RECORD
           END-IF.
           DISPLAY WS-SPOOL-TEXT.
