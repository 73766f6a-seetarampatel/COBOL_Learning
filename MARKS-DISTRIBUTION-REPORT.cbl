      *          section stands out at a glance. Sections print in
      *          code order with a subtotal line each, the same
      *          control-break shape as FILE-HANDLING-EX-47's class
      *          subtotals. Results credited from a transfer
      *          student's previous school are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS TM-TEACHER-ID
               FILE STATUS IS TEACHER-MASTER-STATUS.

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
       FD  TEACHER-MASTER.
           COPY "TEACHER-MASTER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS          PIC X(2).
       01 PARAMETER-STATUS        PIC X(2).
       01 WS-RL-START-STAMP       PIC X(26).
       01 MASTER-STATUS           PIC X(2).
       01 TEACHER-ASSIGN-STATUS   PIC X(2).
       01 TEACHER-MASTER-STATUS   PIC X(2).
       01 WS-EOF-FLAG             PIC X(1) VALUE "N".

      *> Optional term filter - blank means distribute every term
      *> together, a TERM_CODE set on PARAMS.DAT narrows the bands
      *> to that term's sitting.
       01 WS-TERM-FILTER          PIC X(5) VALUE SPACES.


           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE "TERM_CODE" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-TERM-FILTER.
           PERFORM RECORD-PARAMETER-USED.

           OPEN INPUT MARKS-MASTER.
           IF MASTER-STATUS NOT = "00"
           PERFORM 300-PRINT-DISTRIBUTIONS.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "MARKS-DIST-RPT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-ROWS-READ TO RL-READ-COUNT.
           MOVE WS-SECTION-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

       100-BUCKET-ONE-MARK.
               AND FI-TERM-CODE NOT = WS-TERM-FILTER
               GO TO 190-READ-NEXT-MARK
           END-IF.
      *> Results credited from a previous school are not this
      *> school's teaching - they stay out of the section bands.
           IF FI-CREDITED-PRIOR
               GO TO 190-READ-NEXT-MARK
           END-IF.
           ADD 1 TO WS-ROWS-READ.
           PERFORM 110-FIND-OR-ADD-SECTION.
           IF WS-FOUND-IDX NOT = ZERO

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM MARKS-DISTRIBUTION-REPORT.
