      *          this says how long it will sit there. Joins each
      *          item's IM-QTY-ON-HAND against its rate of sale off
      *          SALESLOG.DAT over the last DEADSTOCK_WEEKS weeks
      *          (PARAMS.DAT setting, default 8): weeks of cover
      *          per item, items with no sale at all in the window
      *          flagged dead, and the dead value at IM-UNIT-COST
      *          totaled by department - so the cash tied up in
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
       FD  ITEM-MASTER.
       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           MOVE "DEADSTOCK_WEEKS" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-WINDOW-WEEKS-IN.
           IF WS-WINDOW-WEEKS-IN NOT = SPACES
               MOVE WS-WINDOW-WEEKS-IN TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
               END-IF
           END-IF.
           MOVE WS-WINDOW-WEEKS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.
           COMPUTE WS-WINDOW-DAYS = WS-WINDOW-WEEKS * 7.

           OPEN INPUT SALES-LOG.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "DEAD-STOCK-REPORT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-ITEM-COUNT TO RL-READ-COUNT.
           MOVE WS-DEAD-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM DEAD-STOCK-REPORT.
