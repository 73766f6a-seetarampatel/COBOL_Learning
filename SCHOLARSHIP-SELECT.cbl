               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARDS-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
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
       FD  ROSTER-FILE.
           05 AW-AVG-MARKS        PIC 9(3).
           05 AW-AGE              PIC 9(3).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS          PIC X(2).
       01 PARAMETER-STATUS        PIC X(2).
       01 WS-RL-START-STAMP       PIC X(26).
       01 ROSTER-STATUS           PIC X(2).
       01 STUDENT-MASTER-STATUS   PIC X(2).
       01 MASTER-STATUS           PIC X(2).

       01 WS-MIN-MARKS            PIC 9(3) VALUE 75.
       01 WS-MAX-AGE              PIC 9(3) VALUE 25.

       01 WS-MATCH-ID             PIC X(8).
       01 WS-MARKS-SUM            PIC 9(5).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE "SCHOLAR_MIN_MARKS" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               COMPUTE WS-MIN-MARKS = FUNCTION NUMVAL(WS-PM-VALUE)
           END-IF.
           MOVE WS-MIN-MARKS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.
           MOVE "SCHOLAR_MAX_AGE" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               COMPUTE WS-MAX-AGE = FUNCTION NUMVAL(WS-PM-VALUE)
           END-IF.
           MOVE WS-MAX-AGE TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS NOT = "00"
           PERFORM 400-WRITE-AWARD-LIST.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "SCHOLARSHIP-SELECT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-CANDIDATE-COUNT TO RL-READ-COUNT.
           MOVE WS-AWARD-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-UNMATCHED-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

       100-JUDGE-ONE-CANDIDATE.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM SCHOLARSHIP-SELECT.
