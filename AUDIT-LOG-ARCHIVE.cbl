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
       FD  AUDIT-LOG.
       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.

       01 RUN-LOG-STATUS         PIC X(2).
       01 PARAMETER-STATUS       PIC X(2).
       01 WS-RL-START-STAMP      PIC X(26).
       01  AUDIT-LOG-STATUS        PIC X(2).
       01  ARCHIVE-STATUS          PIC X(2).
       01  WORK-STATUS             PIC X(2).
       01  STATE-STATUS            PIC X(2).
       01  WS-EOF-FLAG             PIC X(1) VALUE "N".
           88 ENDOFLOG VALUE "Y".

      *> Shared retention-period date math (req 049).
           COPY "RETENTION-CHECK-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "AUDIT-LOG-ARCHIVE" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           COMPUTE RL-READ-COUNT =
               WS-ARCHIVED-COUNT + WS-KEPT-COUNT.
           MOVE WS-KEPT-COUNT TO RL-WRITTEN-COUNT.
               MOVE "0" TO WS-PHASE
           END-IF.

      *> RETENTION_DAYS_AUDIT on PARAMS.DAT sets the retention period
      *> without a recompile; defaults to 90 days when unset or not
      *> numeric.
       010-SET-RETENTION-DAYS.
           MOVE "RETENTION_DAYS_AUDIT" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PM-VALUE) = 0
               COMPUTE WS-RC-RETENTION-DAYS =
                   FUNCTION NUMVAL(WS-PM-VALUE)
           ELSE
               MOVE 90 TO WS-RC-RETENTION-DAYS
           END-IF.
           MOVE WS-RC-RETENTION-DAYS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

       100-CLASSIFY-RECORD.
           ADD 1 TO WS-ROWS-IN.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM AUDIT-LOG-ARCHIVE.
