      *          off ATTEMPTS.DAT, and a control-total trailer. A
      *          validation pass runs first and the file is only cut
      *          when every student and subject in the term maps -
      *          half a submission is worse than none. For the
      *          same reason a section the marks completeness run
      *          has not cleared (MARKSCHK.DAT), and the principal
      *          has not signed off, stops the whole cut. Results
      *          credited from a transfer student's previous school
      *          were not sat here and are never submitted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS AH-ATTEMPT-KEY
               FILE STATUS IS ATTEMPT-HISTORY-STATUS.

           SELECT MARKS-STATUS-FILE
               ASSIGN TO "MARKSCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-STATUS-KEY
               FILE STATUS IS MARKS-STATUS-STATUS.

           SELECT BOARD-FILE
               ASSIGN TO "BOARDSUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ATTEMPT-HISTORY.
           COPY "ATTEMPT-HISTORY.CPY".

       FD  MARKS-STATUS-FILE.
           COPY "MARKS-STATUS.CPY".

      *> The board's fixed submission layout: candidate, subject
      *> code, mark, attempt flag (F first sitting, R repeat) - and
      *> a trailer row with the record count and marks total.
       01  STUDENT-BOARD-STATUS   PIC X(2).
       01  ATTEMPT-HISTORY-STATUS PIC X(2).
       01  BOARD-FILE-STATUS      PIC X(2).
       01  MARKS-STATUS-STATUS    PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFMARKS VALUE "Y".
       01  WS-ATTEMPT-EOF         PIC X(1).
       01  WS-UNMAPPED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-MARKS-TOTAL         PIC 9(7) VALUE ZERO.
       01  WS-ATTEMPT-COUNT       PIC 9(2).
       01  WS-HELD-SECTION-COUNT  PIC 9(3) VALUE ZERO.

      *> Sections already put through the completeness gate.
       01  WS-GATE-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-GATE-TABLE-AREA.
           05 WS-GATE-TABLE OCCURS 60 TIMES.
               10 GT-SECTION       PIC X(4).
       01  WS-GT                  PIC 9(2).
       01  WS-FOUND-GT            PIC 9(2).

           COPY "MARKS-GATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
               GO TO 890-CLOSE-AND-END
           END-IF.
           IF WS-HELD-SECTION-COUNT > ZERO
               DISPLAY "*** " WS-HELD-SECTION-COUNT " SECTIONS WITH "
                   "MARKS INCOMPLETE - FILE NOT CUT. COMPLETE THEM OR "
                   "HAVE THE PRINCIPAL SIGN THEM OFF ***"
               MOVE 8 TO RETURN-CODE
               GO TO 890-CLOSE-AND-END
           END-IF.

           MOVE 2 TO WS-PASS.
           OPEN OUTPUT BOARD-FILE.

       110-HANDLE-ONE-MARKS-ROW.
           IF FI-TERM-CODE = WS-EXPORT-TERM
               AND NOT FI-CREDITED-PRIOR
               ADD 1 TO WS-ROW-COUNT
               IF WS-PASS = 1
                   PERFORM 200-VALIDATE-ONE-ROW
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM 210-SECTION-GATE.

      *> Each section of the term is put to the completeness gate
      *> once; one held section holds the submission.
       210-SECTION-GATE.
           MOVE ZERO TO WS-FOUND-GT.
           PERFORM VARYING WS-GT FROM 1 BY 1
                   UNTIL WS-GT > WS-GATE-COUNT
               IF GT-SECTION (WS-GT) = FI-CLASS-SECTION
                   MOVE WS-GT TO WS-FOUND-GT
               END-IF
           END-PERFORM.
           IF WS-FOUND-GT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GATE-COUNT TO WS-TB-COUNT.
           MOVE 60 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-GATE-COUNT
               MOVE FI-CLASS-SECTION TO GT-SECTION (WS-GATE-COUNT)
           END-IF.
           MOVE FI-CLASS-SECTION TO WS-MG-SECTION.
           MOVE WS-EXPORT-TERM TO WS-MG-TERM.
           PERFORM CHECK-MARKS-GATE.
           IF WS-MG-CLEAR NOT = "Y"
               ADD 1 TO WS-HELD-SECTION-COUNT
               DISPLAY "SECTION " FI-CLASS-SECTION " HELD - "
                   WS-MG-REASON
           END-IF.

       300-EXPORT-ONE-ROW.
           MOVE FI-STUDENT-ID TO SB-STUDENT-ID.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROW-COUNT TO RL-READ-COUNT.
           MOVE WS-EXPORTED-COUNT TO RL-WRITTEN-COUNT.
           COMPUTE RL-REJECT-COUNT = WS-UNMAPPED-COUNT
               + WS-HELD-SECTION-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "MARKS-GATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM BOARD-RESULTS-EXPORT.
