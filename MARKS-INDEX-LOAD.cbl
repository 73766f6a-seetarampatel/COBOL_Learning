      *          Every accepted row is also appended to the attempt
      *          history (ATTEMPTS.DAT), and when a row collides with
      *          one already on the master the MARKS_ATTEMPT_POLICY
      *          setting on PARAMS.DAT decides which attempt the master
      *          keeps: BEST (the default) keeps the higher mark,
      *          LATEST always takes the new sitting.
      * Tectonics: cobc
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
       FD  MARKS-EXTRACT.
       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01 EXTRACT-STATUS         PIC X(2).
       01 TERM-CALENDAR-STATUS   PIC X(2).
       01 PARAMETER-STATUS       PIC X(2).
      *> "Y" while TERMCAL.DAT is open - no calendar on file means
      *> the check stands down with a warning rather than rejecting
      *> every row of a site that has not filed one yet.
      *> way it is looked up there.
           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE "MARKS_ATTEMPT_POLICY" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-ATTEMPT-POLICY.
           IF WS-ATTEMPT-POLICY NOT = "LATEST"
               MOVE "BEST" TO WS-ATTEMPT-POLICY
           END-IF.
           MOVE WS-ATTEMPT-POLICY TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-LOAD-DATE.

           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "MARKS-INDEX-LOAD" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-RECORD-NUMBER TO RL-READ-COUNT.
           COMPUTE RL-WRITTEN-COUNT =
               WS-LOADED-COUNT + WS-REPLACED-COUNT.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM MARKS-INDEX-LOAD.
