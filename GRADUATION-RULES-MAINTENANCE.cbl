      ******************************************************************
      * Author:
      * Date:
      * Purpose: Keeps the graduation requirements GRADUATION-AUDIT-
      *          RUN audits against (GRADREQ.DAT, load-all/rewrite-
      *          all, the COMPONENT-ENTRY weights shape): P sets a
      *          programme's total credits, credit-earning mark and
      *          final-year class; C adds or changes a compulsory
      *          subject with its minimum mark; X drops one; L lists
      *          a programme's requirements.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADUATION-RULES-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADUATION-RULE-FILE
               ASSIGN TO "GRADREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADUATION-RULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADUATION-RULE-FILE.
           COPY "GRADUATION-RULE.CPY".

       WORKING-STORAGE SECTION.
       01  GRADUATION-RULE-STATUS PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-RULE-EOF            PIC X(1).

      *> The requirements, loaded whole and rewritten whole.
       01  WS-RULE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-RULE-TABLE.
           05 RULE-ENTRY OCCURS 300 TIMES.
               10 RT-PROGRAMME    PIC X(4).
               10 RT-SUBJECT      PIC X(10).
               10 RT-CREDITS      PIC 9(3).
               10 RT-MIN-MARKS    PIC 9(3).
               10 RT-FINAL-CLASS  PIC 9(2).
       01  RT-IDX                 PIC 9(3).
       01  WS-RULE-FOUND          PIC 9(3).
       01  WS-REQ-PROGRAMME       PIC X(4).
       01  WS-REQ-SUBJECT         PIC X(10).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GRADUATION REQUIREMENTS MAINTENANCE".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           PERFORM 050-LOAD-RULES.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           PERFORM 800-SAVE-RULES.

       900-END-PROGRAM.
           STOP RUN.

       050-LOAD-RULES.
           OPEN INPUT GRADUATION-RULE-FILE.
           IF GRADUATION-RULE-STATUS NOT = "00"
               DISPLAY "NO GRADREQ.DAT YET - STARTING EMPTY"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RULE-EOF.
           PERFORM 060-LOAD-ONE-RULE UNTIL WS-RULE-EOF = "Y".
           CLOSE GRADUATION-RULE-FILE.

       060-LOAD-ONE-RULE.
           READ GRADUATION-RULE-FILE
               AT END MOVE "Y" TO WS-RULE-EOF
           END-READ.
           IF WS-RULE-EOF = "N"
               MOVE WS-RULE-COUNT TO WS-TB-COUNT
               MOVE 300 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-RULE-COUNT
                   MOVE GR-PROGRAMME TO RT-PROGRAMME (WS-RULE-COUNT)
                   MOVE GR-SUBJECT TO RT-SUBJECT (WS-RULE-COUNT)
                   MOVE GR-CREDITS TO RT-CREDITS (WS-RULE-COUNT)
                   MOVE GR-MIN-MARKS TO RT-MIN-MARKS (WS-RULE-COUNT)
                   MOVE GR-FINAL-CLASS
                       TO RT-FINAL-CLASS (WS-RULE-COUNT)
               END-IF
           END-IF.

       070-ACCEPT-PROGRAMME.
           DISPLAY "PROGRAMME CODE (BLANK = GEN)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:4) TO WS-REQ-PROGRAMME.
           IF WS-REQ-PROGRAMME = SPACES
               MOVE "GEN" TO WS-REQ-PROGRAMME
           END-IF.

      *> Finds the programme/subject row (subject spaces = header);
      *> WS-RULE-FOUND stays zero when there is none.
       080-FIND-RULE.
           MOVE ZERO TO WS-RULE-FOUND.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RULE-COUNT
               IF RT-PROGRAMME (RT-IDX) = WS-REQ-PROGRAMME
                   AND RT-SUBJECT (RT-IDX) = WS-REQ-SUBJECT
                   MOVE RT-IDX TO WS-RULE-FOUND
               END-IF
           END-PERFORM.

       090-ADD-RULE.
           MOVE WS-RULE-COUNT TO WS-TB-COUNT.
           MOVE 300 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-RULE-COUNT TO WS-RULE-FOUND
               MOVE WS-REQ-PROGRAMME TO RT-PROGRAMME (WS-RULE-FOUND)
               MOVE WS-REQ-SUBJECT TO RT-SUBJECT (WS-RULE-FOUND)
               MOVE ZERO TO RT-CREDITS (WS-RULE-FOUND)
               MOVE ZERO TO RT-MIN-MARKS (WS-RULE-FOUND)
               MOVE ZERO TO RT-FINAL-CLASS (WS-RULE-FOUND)
           END-IF.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (P=PROGRAMME TOTALS, C=COMPULSORY SUBJECT, "
               "X=DROP A COMPULSORY SUBJECT, L=LIST A PROGRAMME)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "P"
                   PERFORM 200-SET-PROGRAMME
               WHEN "C"
                   PERFORM 300-SET-COMPULSORY
               WHEN "X"
                   PERFORM 400-DROP-COMPULSORY
               WHEN "L"
                   PERFORM 500-LIST-PROGRAMME
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER? (Y/N)".
           ACCEPT WS-WANT-MORE.

       200-SET-PROGRAMME.
           PERFORM 070-ACCEPT-PROGRAMME.
           MOVE SPACES TO WS-REQ-SUBJECT.
           PERFORM 080-FIND-RULE.
           IF WS-RULE-FOUND = ZERO
               PERFORM 090-ADD-RULE
               IF WS-RULE-FOUND = ZERO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "NOW: " RT-CREDITS (WS-RULE-FOUND)
                   " CREDITS, PASS MARK " RT-MIN-MARKS (WS-RULE-FOUND)
                   ", FINAL CLASS " RT-FINAL-CLASS (WS-RULE-FOUND)
           END-IF.
           DISPLAY "TOTAL CREDITS REQUIRED".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RT-CREDITS (WS-RULE-FOUND) =
               FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "MARK A SUBJECT NEEDS TO EARN ITS CREDIT (E.G. 33)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RT-MIN-MARKS (WS-RULE-FOUND) =
               FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "FINAL-YEAR CLASS (E.G. 12)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RT-FINAL-CLASS (WS-RULE-FOUND) =
               FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "PROGRAMME " WS-REQ-PROGRAMME " SET".

       300-SET-COMPULSORY.
           PERFORM 070-ACCEPT-PROGRAMME.
           DISPLAY "COMPULSORY SUBJECT".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:10) TO WS-REQ-SUBJECT.
           IF WS-REQ-SUBJECT = SPACES
               DISPLAY "NO SUBJECT GIVEN"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 080-FIND-RULE.
           IF WS-RULE-FOUND = ZERO
               PERFORM 090-ADD-RULE
               IF WS-RULE-FOUND = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "MINIMUM MARK IN " WS-REQ-SUBJECT.
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RT-MIN-MARKS (WS-RULE-FOUND) =
               FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY WS-REQ-SUBJECT " COMPULSORY FOR " WS-REQ-PROGRAMME.

      *> The last row moves into the dropped row's slot - the file's
      *> order carries no meaning.
       400-DROP-COMPULSORY.
           PERFORM 070-ACCEPT-PROGRAMME.
           DISPLAY "SUBJECT TO DROP".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:10) TO WS-REQ-SUBJECT.
           IF WS-REQ-SUBJECT = SPACES
               DISPLAY "NO SUBJECT GIVEN"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 080-FIND-RULE.
           IF WS-RULE-FOUND = ZERO
               DISPLAY WS-REQ-SUBJECT " IS NOT COMPULSORY FOR "
                   WS-REQ-PROGRAMME
               EXIT PARAGRAPH
           END-IF.
           MOVE RULE-ENTRY (WS-RULE-COUNT)
               TO RULE-ENTRY (WS-RULE-FOUND).
           SUBTRACT 1 FROM WS-RULE-COUNT.
           DISPLAY WS-REQ-SUBJECT " DROPPED FROM " WS-REQ-PROGRAMME.

       500-LIST-PROGRAMME.
           PERFORM 070-ACCEPT-PROGRAMME.
           MOVE SPACES TO WS-REQ-SUBJECT.
           PERFORM 080-FIND-RULE.
           IF WS-RULE-FOUND = ZERO
               DISPLAY "NO TOTALS SET FOR " WS-REQ-PROGRAMME
           ELSE
               DISPLAY WS-REQ-PROGRAMME ": " RT-CREDITS (WS-RULE-FOUND)
                   " CREDITS, PASS MARK " RT-MIN-MARKS (WS-RULE-FOUND)
                   ", FINAL CLASS " RT-FINAL-CLASS (WS-RULE-FOUND)
           END-IF.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RULE-COUNT
               IF RT-PROGRAMME (RT-IDX) = WS-REQ-PROGRAMME
                   AND RT-SUBJECT (RT-IDX) NOT = SPACES
                   DISPLAY "  COMPULSORY " RT-SUBJECT (RT-IDX)
                       " MINIMUM " RT-MIN-MARKS (RT-IDX)
               END-IF
           END-PERFORM.

       800-SAVE-RULES.
           OPEN OUTPUT GRADUATION-RULE-FILE.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RULE-COUNT
               MOVE RT-PROGRAMME (RT-IDX) TO GR-PROGRAMME
               MOVE RT-SUBJECT (RT-IDX) TO GR-SUBJECT
               MOVE RT-CREDITS (RT-IDX) TO GR-CREDITS
               MOVE RT-MIN-MARKS (RT-IDX) TO GR-MIN-MARKS
               MOVE RT-FINAL-CLASS (RT-IDX) TO GR-FINAL-CLASS
               WRITE GRADUATION-RULE-RECORD
           END-PERFORM.
           CLOSE GRADUATION-RULE-FILE.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM GRADUATION-RULES-MAINTENANCE.
