      * Purpose: Daily scan of the delivery lots GOODS-RECEIVING
      *          stamps onto STOCKLOT.DAT, listing every lot whose
      *          expiry falls within the next MARKDOWN_WINDOW_DAYS
      *          days (PARAMS.DAT setting, same as the archive's
      *          RETENTION_DAYS_SALES; default 5) while the
      *          item still shows stock on hand - so the floor marks
      *          it down while it is still sellable instead of
      *          binning it. When MARKDOWN_PCT is set the run also
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-LOT-FILE.
       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STOCK-LOT-STATUS       PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  WS-EXPIRY-NUM          PIC 9(8).
       01  WS-DAYS-LEFT           PIC S9(5).

      *> Configurable window and markdown, read from PARAMS.DAT the
      *> same way the register reads OVERRIDE_LIMIT_AMOUNT.
       01  WS-WINDOW-DAYS         PIC 9(3) VALUE 5.
       01  WS-WINDOW-DAYS-IN      PIC X(10).
       01  WS-MARKDOWN-PCT        PIC 9(3) VALUE ZERO.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.

           MOVE "MARKDOWN_WINDOW_DAYS" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-WINDOW-DAYS-IN.
           IF WS-WINDOW-DAYS-IN NOT = SPACES
               MOVE WS-WINDOW-DAYS-IN TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
               END-IF
           END-IF.
           MOVE WS-WINDOW-DAYS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "MARKDOWN_PCT" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-MARKDOWN-PCT-IN.
           IF WS-MARKDOWN-PCT-IN NOT = SPACES
               MOVE WS-MARKDOWN-PCT-IN TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
               END-IF
           END-IF.
           MOVE WS-MARKDOWN-PCT TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           OPEN INPUT STOCK-LOT-FILE.
           IF STOCK-LOT-STATUS NOT = "00"
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "MARKDOWN-CAND-RPT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-LOT-COUNT TO RL-READ-COUNT.
           MOVE WS-PROMO-WRITTEN TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM MARKDOWN-CANDIDATES-REPORT.
