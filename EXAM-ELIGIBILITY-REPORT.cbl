      *          percentage from ATTEND.DAT, and runs it through the
      *          shared eligibility engine (ELIGIBILITY-FIELDS.CPY /
      *          ELIGIBILITY-LOGIC.CPY) with the school's real rule:
      *          below 75% attendance (MIN_ATTEND_PCT on PARAMS.DAT)
      *          means barred from the exam.
      *          Prints the barred-from-exam list the office used to
      *          compile by hand, with names off the student master,
      *          and calls out rows with no attendance posted at all.
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

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
       FD  MARKS-MASTER.
       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS          PIC X(2).
       01 PARAMETER-STATUS        PIC X(2).
       01 WS-RL-START-STAMP       PIC X(26).
       01 MASTER-STATUS           PIC X(2).
       01 ATTENDANCE-STATUS       PIC X(2).
       01 STUDENT-MASTER-STATUS   PIC X(2).
       01 WS-EOF-FLAG             PIC X(1) VALUE "N".

      *> The board's attendance bar, set on PARAMS.DAT (dated, so a
      *> change for next sitting does not touch this one) the way
      *> the archive retention days are.
       01 WS-MIN-ATTEND-PCT       PIC 9(3) VALUE 75.

      *> Optional term filter - the master now carries every term,
      *> and an eligibility run is about the term being sat, not

           COPY "ELIGIBILITY-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE "MIN_ATTEND_PCT" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               COMPUTE WS-MIN-ATTEND-PCT =
                   FUNCTION NUMVAL(WS-PM-VALUE)
           END-IF.
           MOVE WS-MIN-ATTEND-PCT TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.
           MOVE "TERM_CODE" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-TERM-FILTER.
           PERFORM RECORD-PARAMETER-USED.

           OPEN INPUT MARKS-MASTER.
           IF MASTER-STATUS NOT = "00"
               WS-NO-ATTEND-COUNT.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "EXAM-ELIG-RPT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-ROWS-CHECKED TO RL-READ-COUNT.
           MOVE WS-BARRED-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-NO-ATTEND-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

       100-CHECK-ONE-ROW.

           COPY "ELIGIBILITY-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM EXAM-ELIGIBILITY-REPORT.
