      *          SPOOLCAT.DAT entry (Z-REPORT's spool plumbing), so
      *          a lost report card is one SPOOL-VIEWER lookup, not
      *          a rerun. Grades: 80 A, 70 B, 60 C, 50 D, 33 E
      *          (the chain's pass mark), below F. A section the
      *          marks completeness run has not cleared (MARKSCHK.DAT)
      *          prints no cards unless the principal signed it off -
      *          the held sections are listed at the end. Results
      *          credited from a transfer student's previous school
      *          print on their card but stay out of class averages.
      *          Every line of a card is stamped with the student's
      *          class section, so SPOOL-BURST-RUN can send each class
      *          teacher the cards for their own section.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS SJ-COMMENT-KEY
               FILE STATUS IS COMMENT-FILE-STATUS.

           SELECT MARKS-STATUS-FILE
               ASSIGN TO "MARKSCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-STATUS-KEY
               FILE STATUS IS MARKS-STATUS-STATUS.

           SELECT REPORT-SPOOL
               ASSIGN TO "REPORTS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  COMMENT-FILE.
           COPY "SUBJECT-COMMENT.CPY".

       FD  MARKS-STATUS-FILE.
           COPY "MARKS-STATUS.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       01  MARKS-MASTER-STATUS    PIC X(2).
       01  ATTENDANCE-STATUS      PIC X(2).
       01  COMMENT-FILE-STATUS    PIC X(2).
       01  MARKS-STATUS-STATUS    PIC X(2).
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
       01  WS-ATT-ATTENDED        PIC 9(5).
       01  WS-CLASS-AVG           PIC 9(3).

      *> Spool state - the same shape Z-REPORT uses. WS-SPOOL-SLICE
      *> stamps each line with the section it belongs to.
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-SLICE         PIC X(10) VALUE SPACES.
       01  WS-SPOOL-EOF           PIC X(1).

      *> Class average per section and subject for the term, built
               10 CA-ROWS          PIC 9(5).
       01  WS-FOUND-IDX           PIC 9(3).

      *> Each section's completeness verdict, asked once per run.
       01  WS-GATE-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-GATE-TABLE-AREA.
           05 WS-GATE-TABLE OCCURS 60 TIMES.
               10 GT-SECTION       PIC X(4).
               10 GT-CLEAR         PIC X(1).
               10 GT-HELD-CARDS    PIC 9(4).
               10 GT-REASON        PIC X(30).
       01  WS-GT                  PIC 9(2).
       01  WS-FOUND-GT            PIC 9(2).
       01  WS-HELD-COUNT          PIC 9(5) VALUE ZERO.

           COPY "MARKS-GATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.

           DISPLAY "REPORT CARDS SPOOLED: " WS-CARD-COUNT
               " UNDER SPOOL ID " WS-SPOOL-ID.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "*** " WS-HELD-COUNT " CARDS HELD BACK - "
                   "SECTIONS NOT CLEARED FOR THE TERM ***"
               PERFORM VARYING WS-GT FROM 1 BY 1
                       UNTIL WS-GT > WS-GATE-COUNT
                   IF GT-CLEAR (WS-GT) NOT = "Y"
                       DISPLAY "  " GT-SECTION (WS-GT) " "
                           GT-HELD-CARDS (WS-GT) " STUDENTS - "
                           GT-REASON (WS-GT)
                   END-IF
               END-PERFORM
           END-IF.

           GO TO 900-END-PROGRAM.


       060-FOLD-ONE-AVG-ROW.
           IF FI-TERM-CODE = WS-REPORT-TERM
               AND NOT FI-CREDITED-PRIOR
               MOVE ZERO TO WS-FOUND-IDX
               PERFORM VARYING AV-IDX FROM 1 BY 1
                       UNTIL AV-IDX > WS-AVG-COUNT
               EXIT PARAGRAPH
           END-IF.

      *> No card for a section still missing marks - a card with
      *> blanks only gets reprinted.
           PERFORM 170-SECTION-GATE.
           IF WS-MG-CLEAR NOT = "Y"
               IF WS-FOUND-GT NOT = ZERO
                   ADD 1 TO GT-HELD-CARDS (WS-FOUND-GT)
               END-IF
               ADD 1 TO WS-HELD-COUNT
               READ STUDENT-MASTER
                   AT END SET ENDOFSTUDENTS TO TRUE
               END-READ
               EXIT PARAGRAPH
           END-IF.

           MOVE SM-CLASS-SECTION TO WS-SPOOL-SLICE.
           MOVE ZERO TO WS-SUBJECT-COUNT.
           MOVE "N" TO WS-MARKS-EOF.
           MOVE SM-STUDENT-ID TO FI-STUDENT-ID.

      *> ---- spool plumbing, Z-REPORT's shape ----

       170-SECTION-GATE.
           MOVE ZERO TO WS-FOUND-GT.
           PERFORM VARYING WS-GT FROM 1 BY 1
                   UNTIL WS-GT > WS-GATE-COUNT
               IF GT-SECTION (WS-GT) = SM-CLASS-SECTION
                   MOVE WS-GT TO WS-FOUND-GT
               END-IF
           END-PERFORM.
           IF WS-FOUND-GT NOT = ZERO
               MOVE GT-CLEAR (WS-FOUND-GT) TO WS-MG-CLEAR
               EXIT PARAGRAPH
           END-IF.
           MOVE SM-CLASS-SECTION TO WS-MG-SECTION.
           MOVE WS-REPORT-TERM TO WS-MG-TERM.
           PERFORM CHECK-MARKS-GATE.
           IF WS-MG-REASON NOT = SPACES
               DISPLAY "SECTION " SM-CLASS-SECTION ": " WS-MG-REASON
           END-IF.
           MOVE WS-GATE-COUNT TO WS-TB-COUNT.
           MOVE 60 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-GATE-COUNT
               MOVE WS-GATE-COUNT TO WS-FOUND-GT
               MOVE SM-CLASS-SECTION TO GT-SECTION (WS-FOUND-GT)
               MOVE WS-MG-CLEAR TO GT-CLEAR (WS-FOUND-GT)
               MOVE ZERO TO GT-HELD-CARDS (WS-FOUND-GT)
               MOVE WS-MG-REASON TO GT-REASON (WS-FOUND-GT)
           END-IF.

       850-OPEN-SPOOL.
           MOVE ZERO TO WS-SPOOL-ID.
           MOVE ZERO TO WS-SPOOL-LINE-COUNT.
               ADD 1 TO WS-SPOOL-LINE-COUNT
               MOVE WS-SPOOL-LINE-COUNT TO SP-LINE-NO
               MOVE WS-SPOOL-TEXT TO SP-LINE-TEXT
               MOVE WS-SPOOL-SLICE TO SP-SLICE-KEY
               WRITE SPOOL-LINE-RECORD
           END-IF.
           DISPLAY WS-SPOOL-TEXT.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-CARD-COUNT TO RL-READ-COUNT.
           MOVE WS-SPOOL-LINE-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-HELD-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "MARKS-GATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM REPORT-CARD-RUN.
