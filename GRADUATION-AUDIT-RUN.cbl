      ******************************************************************
      * Author:
      * Date:
      * Purpose: "Is this student on track to graduate?" - answered
      *          across every year of study instead of term by term.
      *          Keyed a student id, it audits that student against
      *          their programme's GRADREQ.DAT requirements: every
      *          MARKS.DAT row in every term, its best sitting off
      *          ATTEMPTS.DAT, the credit it earned (CM-CREDIT-WEIGHT
      *          off COURSEMSTR.DAT, matched the way STUDENT-
      *          TRANSCRIPT-REPORT matches it), and what is still
      *          outstanding - credits short and compulsory subjects
      *          not yet at their minimum mark, with what the
      *          student's open ENROLL.DAT enrolments would still
      *          cover. Keyed blank, it lists every active final-year
      *          student school-wide who is at risk: credits earned
      *          plus credits in progress short of the total, or a
      *          compulsory subject neither met nor being taken.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADUATION-AUDIT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT MARKS-MASTER
               ASSIGN TO "MARKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-MARKS-KEY
               FILE STATUS IS MARKS-MASTER-STATUS.

           SELECT ATTEMPT-HISTORY
               ASSIGN TO "ATTEMPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-ATTEMPT-KEY
               FILE STATUS IS ATTEMPT-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS ENROLLMENT-STATUS.

           SELECT COURSE-MASTER-FILE
               ASSIGN TO "COURSEMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT GRADUATION-RULE-FILE
               ASSIGN TO "GRADREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADUATION-RULE-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  MARKS-MASTER.
           COPY "SUBJECT-MARKS.CPY".

       FD  ATTEMPT-HISTORY.
           COPY "ATTEMPT-HISTORY.CPY".

       FD  ENROLLMENT-FILE.
           COPY "ENROLLMENT.CPY".

       FD  COURSE-MASTER-FILE.
           COPY "COURSE-MASTER.CPY".

       FD  GRADUATION-RULE-FILE.
           COPY "GRADUATION-RULE.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  MARKS-MASTER-STATUS    PIC X(2).
       01  ATTEMPT-STATUS         PIC X(2).
       01  ENROLLMENT-STATUS      PIC X(2).
       01  GRADUATION-RULE-STATUS PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFSTUDENTS VALUE "Y".
       01  WS-MARKS-EOF           PIC X(1).
           88 ENDOFMARKS VALUE "Y".
       01  WS-ENROL-EOF           PIC X(1).
           88 ENDOFENROLMENTS VALUE "Y".
       01  WS-ATTEMPT-EOF         PIC X(1).
       01  WS-HAVE-ATTEMPTS       PIC X(1) VALUE "N".
       01  WS-HAVE-ENROLMENTS     PIC X(1) VALUE "N".

       01  WS-AUDIT-ID            PIC X(8).
       01  WS-DETAIL              PIC X(1).
       01  WS-STUDENT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-AT-RISK-COUNT       PIC 9(5) VALUE ZERO.

      *> The class number of a section - "12A" is class 12, the same
      *> reading CLASS-PROMOTION-RUN gives it.
       01  WS-PARSE-SECTION       PIC X(4).
       01  WS-PARSE-CLASS         PIC 9(2).

      *> Credit weights off COURSEMSTR.DAT - the transcript's table
      *> and the transcript's default of 1 for a subject not on it.
       01  WS-CM-FILE-STATUS      PIC X(2).
       01  WS-CM-EOF              PIC X(1).
       01  WS-COURSE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-COURSE-TABLE.
           05 COURSE-ENTRY OCCURS 50 TIMES.
               10 CT-SHORT-NAME   PIC X(3).
               10 CT-WEIGHT       PIC 9(1).
       01  CT-IDX                 PIC 9(3).
       01  WS-ROW-WEIGHT          PIC 9(1).
       01  WS-WEIGHT-SUBJECT      PIC X(10).

      *> GRADREQ.DAT, loaded whole.
       01  WS-RULE-EOF            PIC X(1).
       01  WS-RULE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-RULE-TABLE.
           05 RULE-ENTRY OCCURS 300 TIMES.
               10 RT-PROGRAMME    PIC X(4).
               10 RT-SUBJECT      PIC X(10).
               10 RT-CREDITS      PIC 9(3).
               10 RT-MIN-MARKS    PIC 9(3).
               10 RT-FINAL-CLASS  PIC 9(2).
       01  RT-IDX                 PIC 9(3).

      *> The student under audit.
       01  WS-PROGRAMME           PIC X(4).
       01  WS-REQ-CREDITS         PIC 9(3).
       01  WS-PASS-MARK           PIC 9(3).
       01  WS-FINAL-CLASS         PIC 9(2).
       01  WS-HAVE-HEADER         PIC X(1).
       01  WS-EARNED-CREDITS      PIC 9(4).
       01  WS-OPEN-CREDITS        PIC 9(4).
       01  WS-SHORT-CREDITS       PIC 9(4).
       01  WS-ROW-BEST            PIC 9(3).
       01  WS-BEST-ATTEMPT        PIC 9(2).
       01  WS-ATTEMPT-NO          PIC 9(2).
       01  WS-ROW-RESULT          PIC X(10).
       01  WS-COMP-MISSING        PIC 9(2).
       01  WS-COMP-UNCOVERED      PIC 9(2).
       01  WS-AT-RISK             PIC X(1).

      *> The programme's compulsory subjects and how the student
      *> stands on each.
       01  WS-COMP-COUNT          PIC 9(2).
       01  WS-COMP-TABLE.
           05 COMP-ENTRY OCCURS 30 TIMES.
               10 CP-SUBJECT      PIC X(10).
               10 CP-MIN-MARKS    PIC 9(3).
               10 CP-BEST         PIC 9(3).
               10 CP-SAT          PIC X(1).
               10 CP-IN-PROGRESS  PIC X(1).
       01  CP-IDX                 PIC 9(2).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "GRADUATION CREDIT AUDIT".
           DISPLAY "STUDENT ID TO AUDIT (BLANK = FINAL-YEAR AT-RISK "
               "LIST)".
           ACCEPT WS-AUDIT-ID.
           MOVE FUNCTION UPPER-CASE(WS-AUDIT-ID) TO WS-AUDIT-ID.

           PERFORM 050-LOAD-COURSE-WEIGHTS.
           PERFORM 070-LOAD-RULES.
           IF WS-RULE-COUNT = ZERO
               DISPLAY "NO GRADUATION REQUIREMENTS ON GRADREQ.DAT - "
                   "SET THEM IN GRADUATION-RULES-MAINTENANCE FIRST"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT MARKS-MASTER.
           IF MARKS-MASTER-STATUS NOT = "00"
               DISPLAY "NO MARKS MASTER, STATUS "
                   MARKS-MASTER-STATUS
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
      *> Attempts and enrolments are optional - without them every
      *> row counts at its marks-master mark and nothing is in
      *> progress.
           OPEN INPUT ATTEMPT-HISTORY.
           IF ATTEMPT-STATUS = "00"
               MOVE "Y" TO WS-HAVE-ATTEMPTS
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-STATUS = "00"
               MOVE "Y" TO WS-HAVE-ENROLMENTS
           END-IF.

           IF WS-AUDIT-ID NOT = SPACES
               MOVE "Y" TO WS-DETAIL
               MOVE WS-AUDIT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY "STUDENT NOT ON FILE: " WS-AUDIT-ID
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-STUDENT-COUNT
                       PERFORM 200-AUDIT-ONE-STUDENT
               END-READ
           ELSE
               MOVE "N" TO WS-DETAIL
               DISPLAY "====== FINAL-YEAR STUDENTS AT RISK ======"
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO SM-STUDENT-ID
               START STUDENT-MASTER KEY NOT < SM-STUDENT-ID
                   INVALID KEY SET ENDOFSTUDENTS TO TRUE
               END-START
               PERFORM 100-SCREEN-ONE-STUDENT UNTIL ENDOFSTUDENTS
               DISPLAY "FINAL-YEAR STUDENTS AUDITED: " WS-STUDENT-COUNT
                   " AT RISK: " WS-AT-RISK-COUNT
           END-IF.

           CLOSE STUDENT-MASTER.
           CLOSE MARKS-MASTER.
           IF WS-HAVE-ATTEMPTS = "Y"
               CLOSE ATTEMPT-HISTORY
           END-IF.
           IF WS-HAVE-ENROLMENTS = "Y"
               CLOSE ENROLLMENT-FILE
           END-IF.

           GO TO 900-END-PROGRAM.

       050-LOAD-COURSE-WEIGHTS.
           MOVE "N" TO WS-CM-EOF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CM-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSEMSTR.DAT - EVERY SUBJECT WEIGHS 1"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 060-LOAD-ONE-COURSE UNTIL WS-CM-EOF = "Y".
           CLOSE COURSE-MASTER-FILE.

       060-LOAD-ONE-COURSE.
           READ COURSE-MASTER-FILE
               AT END MOVE "Y" TO WS-CM-EOF
           END-READ.
           IF WS-CM-EOF = "N"
               MOVE WS-COURSE-COUNT TO WS-TB-COUNT
               MOVE 50 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE CM-SUBJECT-NAME
                       TO CT-SHORT-NAME (WS-COURSE-COUNT)
                   MOVE CM-CREDIT-WEIGHT
                       TO CT-WEIGHT (WS-COURSE-COUNT)
               ELSE
                   MOVE "Y" TO WS-CM-EOF
               END-IF
           END-IF.

       070-LOAD-RULES.
           OPEN INPUT GRADUATION-RULE-FILE.
           IF GRADUATION-RULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RULE-EOF.
           PERFORM 080-LOAD-ONE-RULE UNTIL WS-RULE-EOF = "Y".
           CLOSE GRADUATION-RULE-FILE.

       080-LOAD-ONE-RULE.
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

      *> School-wide: active students in their programme's final
      *> class are audited quietly; only the ones at risk print.
       100-SCREEN-ONE-STUDENT.
           READ STUDENT-MASTER NEXT
               AT END
                   SET ENDOFSTUDENTS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SM-STATUS NOT = SPACES AND SM-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 210-LOAD-PROGRAMME.
           MOVE SM-CLASS-SECTION TO WS-PARSE-SECTION.
           MOVE ZERO TO WS-PARSE-CLASS.
           EVALUATE TRUE
               WHEN WS-PARSE-SECTION(1:2) IS NUMERIC
                   MOVE WS-PARSE-SECTION(1:2) TO WS-PARSE-CLASS
               WHEN WS-PARSE-SECTION(1:1) IS NUMERIC
                   MOVE WS-PARSE-SECTION(1:1) TO WS-PARSE-CLASS
           END-EVALUATE.
           IF WS-PARSE-CLASS NOT = WS-FINAL-CLASS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           PERFORM 200-AUDIT-ONE-STUDENT.
           IF WS-AT-RISK = "Y"
               ADD 1 TO WS-AT-RISK-COUNT
               DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME " "
                   SM-CLASS-SECTION " " WS-PROGRAMME
                   " CREDITS " WS-EARNED-CREDITS "/" WS-REQ-CREDITS
                   " IN PROGRESS " WS-OPEN-CREDITS
                   " COMPULSORY UNMET " WS-COMP-MISSING
           END-IF.

       200-AUDIT-ONE-STUDENT.
           PERFORM 210-LOAD-PROGRAMME.
           MOVE ZERO TO WS-EARNED-CREDITS.
           MOVE ZERO TO WS-OPEN-CREDITS.
           IF WS-DETAIL = "Y"
               DISPLAY "============ GRADUATION AUDIT ============"
               DISPLAY "STUDENT: " SM-STUDENT-ID " " SM-STUDENT-NAME
                   "  SECTION: " SM-CLASS-SECTION
                   "  PROGRAMME: " WS-PROGRAMME
               IF WS-HAVE-HEADER = "N"
                   DISPLAY "  (NO TOTALS ON GRADREQ.DAT FOR "
                       WS-PROGRAMME " - PASS MARK 33, NO CREDIT TOTAL)"
               END-IF
           END-IF.

      *> Every term's marks - the key leads with the student id.
           MOVE SM-STUDENT-ID TO FI-STUDENT-ID.
           MOVE LOW-VALUES TO FI-SUBJECT.
           MOVE LOW-VALUES TO FI-TERM-CODE.
           MOVE "N" TO WS-MARKS-EOF.
           START MARKS-MASTER KEY NOT < FI-MARKS-KEY
               INVALID KEY SET ENDOFMARKS TO TRUE
           END-START.
           PERFORM 220-COUNT-ONE-MARKS-ROW UNTIL ENDOFMARKS.

      *> What the open enrolments would still bring in.
           IF WS-HAVE-ENROLMENTS = "Y"
               MOVE SM-STUDENT-ID TO EN-STUDENT-ID
               MOVE LOW-VALUES TO EN-SUBJECT
               MOVE LOW-VALUES TO EN-TERM-CODE
               MOVE "N" TO WS-ENROL-EOF
               START ENROLLMENT-FILE KEY NOT < EN-ENROLL-KEY
                   INVALID KEY SET ENDOFENROLMENTS TO TRUE
               END-START
               PERFORM 250-COUNT-ONE-ENROLMENT UNTIL ENDOFENROLMENTS
           END-IF.

           PERFORM 300-WEIGH-THE-OUTCOME.

      *> Programme header and compulsory subjects for the student -
      *> GEN when SM-PROGRAMME is blank; pass mark 33 (the chain's)
      *> and final class 12 when the programme has no header row.
       210-LOAD-PROGRAMME.
           MOVE SM-PROGRAMME TO WS-PROGRAMME.
           IF WS-PROGRAMME = SPACES
               MOVE "GEN" TO WS-PROGRAMME
           END-IF.
           MOVE "N" TO WS-HAVE-HEADER.
           MOVE ZERO TO WS-REQ-CREDITS.
           MOVE 33 TO WS-PASS-MARK.
           MOVE 12 TO WS-FINAL-CLASS.
           MOVE ZERO TO WS-COMP-COUNT.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RULE-COUNT
               IF RT-PROGRAMME (RT-IDX) = WS-PROGRAMME
                   IF RT-SUBJECT (RT-IDX) = SPACES
                       PERFORM 212-TAKE-HEADER
                   ELSE
                       PERFORM 214-TAKE-COMPULSORY
                   END-IF
               END-IF
           END-PERFORM.

       212-TAKE-HEADER.
           MOVE "Y" TO WS-HAVE-HEADER.
           MOVE RT-CREDITS (RT-IDX) TO WS-REQ-CREDITS.
           IF RT-MIN-MARKS (RT-IDX) > ZERO
               MOVE RT-MIN-MARKS (RT-IDX) TO WS-PASS-MARK
           END-IF.
           IF RT-FINAL-CLASS (RT-IDX) > ZERO
               MOVE RT-FINAL-CLASS (RT-IDX) TO WS-FINAL-CLASS
           END-IF.

       214-TAKE-COMPULSORY.
           MOVE WS-COMP-COUNT TO WS-TB-COUNT.
           MOVE 30 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-COMP-COUNT
               MOVE RT-SUBJECT (RT-IDX) TO CP-SUBJECT (WS-COMP-COUNT)
               MOVE RT-MIN-MARKS (RT-IDX)
                   TO CP-MIN-MARKS (WS-COMP-COUNT)
               MOVE ZERO TO CP-BEST (WS-COMP-COUNT)
               MOVE "N" TO CP-SAT (WS-COMP-COUNT)
               MOVE "N" TO CP-IN-PROGRESS (WS-COMP-COUNT)
           END-IF.

      *> One subject in one term: its best sitting earns the credit
      *> when it reaches the programme's pass mark.
       220-COUNT-ONE-MARKS-ROW.
           READ MARKS-MASTER NEXT
               AT END
                   SET ENDOFMARKS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF FI-STUDENT-ID NOT = SM-STUDENT-ID
               SET ENDOFMARKS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE FI-MARKS TO WS-ROW-BEST.
           MOVE ZERO TO WS-BEST-ATTEMPT.
           IF WS-HAVE-ATTEMPTS = "Y"
               MOVE ZERO TO WS-ATTEMPT-NO
               MOVE "N" TO WS-ATTEMPT-EOF
               PERFORM 230-CHECK-ONE-ATTEMPT
                   UNTIL WS-ATTEMPT-EOF = "Y"
           END-IF.
           MOVE FI-SUBJECT TO WS-WEIGHT-SUBJECT.
           PERFORM 240-FIND-WEIGHT.
           IF WS-ROW-BEST NOT < WS-PASS-MARK
               ADD WS-ROW-WEIGHT TO WS-EARNED-CREDITS
               MOVE "EARNED" TO WS-ROW-RESULT
           ELSE
               MOVE "NOT EARNED" TO WS-ROW-RESULT
           END-IF.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-COMP-COUNT
               IF CP-SUBJECT (CP-IDX) = FI-SUBJECT
                   MOVE "Y" TO CP-SAT (CP-IDX)
                   IF WS-ROW-BEST > CP-BEST (CP-IDX)
                       MOVE WS-ROW-BEST TO CP-BEST (CP-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DETAIL = "Y"
               IF WS-BEST-ATTEMPT > ZERO
                   DISPLAY "  " FI-TERM-CODE " " FI-SUBJECT
                       " BEST " WS-ROW-BEST " (ATTEMPT "
                       WS-BEST-ATTEMPT ") CREDIT " WS-ROW-WEIGHT " "
                       WS-ROW-RESULT
               ELSE
                   DISPLAY "  " FI-TERM-CODE " " FI-SUBJECT
                       " MARKS " WS-ROW-BEST " CREDIT " WS-ROW-WEIGHT
                       " " WS-ROW-RESULT
               END-IF
           END-IF.

      *> Sittings of the subject in the same term, read by direct
      *> key (attempt 1, 2, ...) so the marks master's READ NEXT
      *> position is left alone - the transcript's trail walk.
       230-CHECK-ONE-ATTEMPT.
           ADD 1 TO WS-ATTEMPT-NO.
           MOVE SM-STUDENT-ID TO AH-STUDENT-ID.
           MOVE FI-SUBJECT TO AH-SUBJECT.
           MOVE WS-ATTEMPT-NO TO AH-ATTEMPT-NO.
           READ ATTEMPT-HISTORY
               INVALID KEY
                   MOVE "Y" TO WS-ATTEMPT-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF AH-TERM-CODE = FI-TERM-CODE
               AND AH-MARKS > WS-ROW-BEST
               MOVE AH-MARKS TO WS-ROW-BEST
               MOVE AH-ATTEMPT-NO TO WS-BEST-ATTEMPT
           END-IF.
           IF WS-ATTEMPT-NO = 99
               MOVE "Y" TO WS-ATTEMPT-EOF
           END-IF.

       240-FIND-WEIGHT.
           MOVE 1 TO WS-ROW-WEIGHT.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-COURSE-COUNT
               IF CT-SHORT-NAME (CT-IDX) = WS-WEIGHT-SUBJECT(1:3)
                   MOVE CT-WEIGHT (CT-IDX) TO WS-ROW-WEIGHT
               END-IF
           END-PERFORM.

      *> An enrolment with no marks row yet is credit in progress.
       250-COUNT-ONE-ENROLMENT.
           READ ENROLLMENT-FILE NEXT
               AT END
                   SET ENDOFENROLMENTS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF EN-STUDENT-ID NOT = SM-STUDENT-ID
               SET ENDOFENROLMENTS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE EN-STUDENT-ID TO FI-STUDENT-ID.
           MOVE EN-SUBJECT TO FI-SUBJECT.
           MOVE EN-TERM-CODE TO FI-TERM-CODE.
           READ MARKS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE EN-SUBJECT TO WS-WEIGHT-SUBJECT.
           PERFORM 240-FIND-WEIGHT.
           ADD WS-ROW-WEIGHT TO WS-OPEN-CREDITS.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-COMP-COUNT
               IF CP-SUBJECT (CP-IDX) = EN-SUBJECT
                   MOVE "Y" TO CP-IN-PROGRESS (CP-IDX)
               END-IF
           END-PERFORM.
           IF WS-DETAIL = "Y"
               DISPLAY "  " EN-TERM-CODE " " EN-SUBJECT
                   " IN PROGRESS  CREDIT " WS-ROW-WEIGHT
           END-IF.

       300-WEIGH-THE-OUTCOME.
           MOVE ZERO TO WS-SHORT-CREDITS.
           IF WS-EARNED-CREDITS < WS-REQ-CREDITS
               COMPUTE WS-SHORT-CREDITS =
                   WS-REQ-CREDITS - WS-EARNED-CREDITS
           END-IF.
           MOVE ZERO TO WS-COMP-MISSING.
           MOVE ZERO TO WS-COMP-UNCOVERED.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-COMP-COUNT
               IF CP-SAT (CP-IDX) = "N"
                   OR CP-BEST (CP-IDX) < CP-MIN-MARKS (CP-IDX)
                   ADD 1 TO WS-COMP-MISSING
                   IF CP-IN-PROGRESS (CP-IDX) = "N"
                       ADD 1 TO WS-COMP-UNCOVERED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-AT-RISK.
           IF WS-EARNED-CREDITS + WS-OPEN-CREDITS < WS-REQ-CREDITS
               OR WS-COMP-UNCOVERED > ZERO
               MOVE "Y" TO WS-AT-RISK
           END-IF.
           IF WS-DETAIL = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CREDITS EARNED: " WS-EARNED-CREDITS
               " OF " WS-REQ-CREDITS " REQUIRED, "
               WS-OPEN-CREDITS " IN PROGRESS".
           IF WS-SHORT-CREDITS = ZERO AND WS-COMP-MISSING = ZERO
               DISPLAY "ALL REQUIREMENTS MET"
           ELSE
               DISPLAY "OUTSTANDING:"
               IF WS-SHORT-CREDITS > ZERO
                   DISPLAY "  " WS-SHORT-CREDITS " CREDITS SHORT"
               END-IF
               PERFORM VARYING CP-IDX FROM 1 BY 1
                       UNTIL CP-IDX > WS-COMP-COUNT
                   PERFORM 310-SHOW-ONE-COMPULSORY
               END-PERFORM
               IF WS-AT-RISK = "Y"
                   DISPLAY "AT RISK OF NOT GRADUATING"
               ELSE
                   DISPLAY "ON TRACK IF THE OPEN ENROLMENTS ARE PASSED"
               END-IF
           END-IF.
           DISPLAY "==========================================".

       310-SHOW-ONE-COMPULSORY.
           IF CP-SAT (CP-IDX) = "Y"
               AND CP-BEST (CP-IDX) NOT < CP-MIN-MARKS (CP-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF CP-SAT (CP-IDX) = "N"
               DISPLAY "  " CP-SUBJECT (CP-IDX) " COMPULSORY, NOT YET "
                   "SAT (MINIMUM " CP-MIN-MARKS (CP-IDX) ")"
           ELSE
               DISPLAY "  " CP-SUBJECT (CP-IDX) " COMPULSORY, BEST "
                   CP-BEST (CP-IDX) " BELOW MINIMUM "
                   CP-MIN-MARKS (CP-IDX)
           END-IF.
           IF CP-IN-PROGRESS (CP-IDX) = "Y"
               DISPLAY "    (ENROLLED - IN PROGRESS)"
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "GRADUATION-AUDIT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-STUDENT-COUNT TO RL-READ-COUNT.
           MOVE WS-AT-RISK-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM GRADUATION-AUDIT-RUN.
