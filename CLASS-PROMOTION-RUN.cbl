      *          term's marks are averaged off the indexed marks
      *          master (MARKS.DAT) and run through the shared
      *          eligibility engine against the promotion threshold
      *          (PROMOTION_PASS_MARK on PARAMS.DAT, default
      *          40). Passers advance one class - the numeric part
      *          of the section steps up, the stream letter stays -
      *          with an audit row per change; the held-back land on
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
       FD  STUDENT-MASTER.
       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  MARKS-MASTER-STATUS    PIC X(2).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           MOVE "PROMOTION_PASS_MARK" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-PASS-MARK-IN.
           IF WS-PASS-MARK-IN NOT = SPACES
               MOVE WS-PASS-MARK-IN TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
               END-IF
           END-IF.
           MOVE WS-PASS-MARK TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

      *> The promotion rule as an eligibility-engine criteria table:
      *> average marks at or above the pass mark. Tightening the
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "CLASS-PROMOTION" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-STUDENT-COUNT TO RL-READ-COUNT.
           MOVE WS-PROMOTED-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-HELD-COUNT TO RL-REJECT-COUNT.

           COPY "ELIGIBILITY-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM CLASS-PROMOTION-RUN.
