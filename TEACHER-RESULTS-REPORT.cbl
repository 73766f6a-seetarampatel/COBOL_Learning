      ******************************************************************
      * Author:
      * Date:
      * Purpose: Results by the teacher who taught them, which
      *          MARKS-DISTRIBUTION-REPORT and TERM-COMPARISON-REPORT
      *          never show - they group by section and subject
      *          only. For one term, every MARKS.DAT row is joined
      *          to its TEACHASG.DAT assignment (subject, section,
      *          term), and for each teacher and subject the report
      *          prints the average mark, pass rate and grade spread
      *          against the school-wide average for that subject,
      *          then each section taught as a cohort. Each cohort
      *          is also set against the same students' marks in the
      *          same subject the term before (the term starting
      *          last before this one on TERMCAL.DAT), so a teacher
      *          who moves a weak class on shows up for it and not
      *          just for the raw average. Grades as REPORT-CARD-RUN
      *          gives them: 80 A, 70 B, 60 C, 50 D, 33 E, below F.
      *          Results credited from a transfer student's previous
      *          school were taught by nobody here and are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHER-RESULTS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKS-MASTER
               ASSIGN TO "MARKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FI-MARKS-KEY
               FILE STATUS IS MASTER-STATUS.

           SELECT TEACHER-ASSIGNMENT-FILE
               ASSIGN TO "TEACHASG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ASSIGN-KEY
               FILE STATUS IS TEACHER-ASSIGN-STATUS.

           SELECT TEACHER-MASTER
               ASSIGN TO "TEACHERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TEACHER-ID
               FILE STATUS IS TEACHER-MASTER-STATUS.

           SELECT TERM-CALENDAR-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TERM-CODE
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKS-MASTER.
           COPY "SUBJECT-MARKS.CPY".

       FD  TEACHER-ASSIGNMENT-FILE.
           COPY "TEACHER-ASSIGNMENT.CPY".

       FD  TEACHER-MASTER.
           COPY "TEACHER-MASTER.CPY".

       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  MASTER-STATUS          PIC X(2).
       01  TEACHER-ASSIGN-STATUS  PIC X(2).
       01  TEACHER-MASTER-STATUS  PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFMARKS VALUE "Y".
       01  WS-CAL-EOF             PIC X(1).
       01  WS-HAVE-ASSIGNMENTS    PIC X(1) VALUE "N".
       01  WS-HAVE-TEACHERS       PIC X(1) VALUE "N".

       01  WS-REPORT-TERM         PIC X(5).
       01  WS-TERM-START          PIC X(8).
       01  WS-PRIOR-TERM          PIC X(5) VALUE SPACES.
       01  WS-PRIOR-START         PIC X(8).
       01  WS-ROWS-READ           PIC 9(5) VALUE ZERO.
       01  WS-UNASSIGNED-ROWS     PIC 9(5) VALUE ZERO.
       01  WS-GRADE-IDX           PIC 9(1).

      *> One cohort - one subject taught to one section this term,
      *> which TEACHASG.DAT ties to exactly one teacher. The matched
      *> figures cover only the students who also sat the subject
      *> the term before, current and prior sums taken over the
      *> same heads.
       01  WS-COHORT-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-COHORT-TABLE.
           05 COHORT-ENTRY OCCURS 300 TIMES.
               10 CH-TEACHER      PIC X(6).
               10 CH-SUBJECT      PIC X(10).
               10 CH-SECTION      PIC X(4).
               10 CH-COUNT        PIC 9(5).
               10 CH-SUM          PIC 9(7).
               10 CH-PASS         PIC 9(5).
               10 CH-GRADE-COUNT  PIC 9(5) OCCURS 6 TIMES.
               10 CH-MATCHED      PIC 9(5).
               10 CH-MATCH-NOW    PIC 9(7).
               10 CH-MATCH-PRIOR  PIC 9(7).
       01  CH-IDX                 PIC 9(3).
       01  WS-FOUND-CH            PIC 9(3).
       01  WS-SWAP-COHORT         PIC X(86).
       01  WS-SORT-SWAPPED        PIC X(1).

      *> The school as a whole, per subject, for this term.
       01  WS-SUBJECT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-SUBJECT-TABLE.
           05 SUBJECT-ENTRY OCCURS 60 TIMES.
               10 SB-SUBJECT      PIC X(10).
               10 SB-COUNT        PIC 9(5).
               10 SB-SUM          PIC 9(7).
               10 SB-PASS         PIC 9(5).
       01  SB-IDX                 PIC 9(3).
       01  WS-FOUND-SB            PIC 9(3).

      *> One student's one subject as the marks master's key order
      *> brings its terms together - this term's row and the prior
      *> term's row are paired when the student/subject changes.
       01  WS-GRP-STUDENT         PIC X(8) VALUE SPACES.
       01  WS-GRP-SUBJECT         PIC X(10) VALUE SPACES.
       01  WS-GRP-CH              PIC 9(3).
       01  WS-GRP-NOW-MARK        PIC 9(3).
       01  WS-GRP-PRIOR-MARK      PIC 9(3).
       01  WS-GRP-HAVE-PRIOR      PIC X(1).

      *> Teacher and subject totals for the printed block.
       01  WS-CURRENT-TEACHER     PIC X(6).
       01  WS-CURRENT-SUBJECT     PIC X(10).
       01  WS-TS-COUNT            PIC 9(5).
       01  WS-TS-SUM              PIC 9(7).
       01  WS-TS-PASS             PIC 9(5).
       01  WS-TS-GRADES.
           05 WS-TS-GRADE-COUNT   PIC 9(5) OCCURS 6 TIMES.
       01  WS-TS-MATCHED          PIC 9(5).
       01  WS-TS-MATCH-NOW        PIC 9(7).
       01  WS-TS-MATCH-PRIOR      PIC 9(7).
       01  WS-SCAN-IDX            PIC 9(3).

       01  WS-AVG                 PIC 9(3)V99.
       01  WS-PASS-RATE           PIC 9(3)V9.
       01  WS-SCHOOL-AVG          PIC 9(3)V99.
       01  WS-SCHOOL-PASS-RATE    PIC 9(3)V9.
       01  WS-VS-SCHOOL           PIC S9(3)V99.
       01  WS-CHANGE              PIC S9(3)V99.
       01  WS-AVG-OUT             PIC ZZ9.99.
       01  WS-RATE-OUT            PIC ZZ9.9.
       01  WS-SCHOOL-AVG-OUT      PIC ZZ9.99.
       01  WS-DIFF-OUT            PIC +ZZ9.99.
       01  WS-MATCHED-OUT         PIC ZZZZ9.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "RESULTS BY TEACHER AND SUBJECT".
           DISPLAY "TERM TO ANALYSE (E.G. 26T1)".
           ACCEPT WS-REPORT-TERM.
           MOVE FUNCTION UPPER-CASE(WS-REPORT-TERM) TO WS-REPORT-TERM.

           PERFORM 050-FIND-PRIOR-TERM.

           OPEN INPUT MARKS-MASTER.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN MARKS.DAT, STATUS "
                   MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           IF TEACHER-ASSIGN-STATUS = "00"
               MOVE "Y" TO WS-HAVE-ASSIGNMENTS
           ELSE
               DISPLAY "NO TEACHER ASSIGNMENTS - EVERY CLASS SHOWS "
                   "UNASSIGNED"
           END-IF.

           PERFORM 100-READ-ONE-MARK UNTIL ENDOFMARKS.
           PERFORM 150-PAIR-GROUP.

           CLOSE MARKS-MASTER.
           IF WS-HAVE-ASSIGNMENTS = "Y"
               CLOSE TEACHER-ASSIGNMENT-FILE
           END-IF.

           IF WS-COHORT-COUNT = ZERO
               DISPLAY "NO MARKS ON FILE FOR TERM " WS-REPORT-TERM
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT TEACHER-MASTER.
           IF TEACHER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-HAVE-TEACHERS
           END-IF.

           PERFORM 200-SORT-COHORTS.
           PERFORM 300-PRINT-REPORT.

           IF WS-HAVE-TEACHERS = "Y"
               CLOSE TEACHER-MASTER
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "TEACHER-RESULTS" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROWS-READ TO RL-READ-COUNT.
           MOVE WS-COHORT-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-UNASSIGNED-ROWS TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

      *> The prior term is the calendar term starting last before
      *> this one - the codes' spelling is no guide to their order,
      *> which is TERM-COMPARISON-REPORT's lesson. A term the
      *> calendar does not know has no prior term.
       050-FIND-PRIOR-TERM.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS NOT = "00"
               DISPLAY "NO TERM CALENDAR - NO PRIOR-TERM CHANGE "
                   "CAN BE SHOWN"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REPORT-TERM TO TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "TERM " WS-REPORT-TERM " NOT ON THE "
                       "CALENDAR - NO PRIOR-TERM CHANGE CAN BE SHOWN"
                   CLOSE TERM-CALENDAR-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE TL-START-DATE TO WS-TERM-START.
           MOVE LOW-VALUES TO WS-PRIOR-START.
           MOVE "N" TO WS-CAL-EOF.
           MOVE LOW-VALUES TO TL-TERM-CODE.
           START TERM-CALENDAR-FILE KEY NOT < TL-TERM-CODE
               INVALID KEY MOVE "Y" TO WS-CAL-EOF
           END-START.
           PERFORM 060-CHECK-ONE-TERM UNTIL WS-CAL-EOF = "Y".
           CLOSE TERM-CALENDAR-FILE.
           IF WS-PRIOR-TERM = SPACES
               DISPLAY "NO TERM BEFORE " WS-REPORT-TERM
                   " ON THE CALENDAR"
           ELSE
               DISPLAY "CHANGE SHOWN AGAINST TERM " WS-PRIOR-TERM
           END-IF.

       060-CHECK-ONE-TERM.
           READ TERM-CALENDAR-FILE NEXT
               AT END
                   MOVE "Y" TO WS-CAL-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF TL-START-DATE < WS-TERM-START
               AND TL-START-DATE > WS-PRIOR-START
               MOVE TL-START-DATE TO WS-PRIOR-START
               MOVE TL-TERM-CODE TO WS-PRIOR-TERM
           END-IF.

       100-READ-ONE-MARK.
           READ MARKS-MASTER NEXT
               AT END
                   SET ENDOFMARKS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF FI-STUDENT-ID NOT = WS-GRP-STUDENT
               OR FI-SUBJECT NOT = WS-GRP-SUBJECT
               PERFORM 150-PAIR-GROUP
               MOVE FI-STUDENT-ID TO WS-GRP-STUDENT
               MOVE FI-SUBJECT TO WS-GRP-SUBJECT
               MOVE ZERO TO WS-GRP-CH
               MOVE "N" TO WS-GRP-HAVE-PRIOR
           END-IF.
           IF FI-TERM-CODE = WS-PRIOR-TERM
               AND WS-PRIOR-TERM NOT = SPACES
               AND NOT FI-CREDITED-PRIOR
               MOVE FI-MARKS TO WS-GRP-PRIOR-MARK
               MOVE "Y" TO WS-GRP-HAVE-PRIOR
           END-IF.
           IF FI-TERM-CODE = WS-REPORT-TERM
               AND NOT FI-CREDITED-PRIOR
               ADD 1 TO WS-ROWS-READ
               PERFORM 110-POST-TO-COHORT
               PERFORM 130-POST-TO-SUBJECT
           END-IF.

       110-POST-TO-COHORT.
           PERFORM 120-FIND-OR-ADD-COHORT.
           IF WS-FOUND-CH = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF CH-TEACHER (WS-FOUND-CH) = SPACES
               ADD 1 TO WS-UNASSIGNED-ROWS
           END-IF.
           ADD 1 TO CH-COUNT (WS-FOUND-CH).
           ADD FI-MARKS TO CH-SUM (WS-FOUND-CH).
           IF FI-MARKS NOT < 33
               ADD 1 TO CH-PASS (WS-FOUND-CH)
           END-IF.
           EVALUATE TRUE
               WHEN FI-MARKS NOT < 80
                   MOVE 1 TO WS-GRADE-IDX
               WHEN FI-MARKS NOT < 70
                   MOVE 2 TO WS-GRADE-IDX
               WHEN FI-MARKS NOT < 60
                   MOVE 3 TO WS-GRADE-IDX
               WHEN FI-MARKS NOT < 50
                   MOVE 4 TO WS-GRADE-IDX
               WHEN FI-MARKS NOT < 33
                   MOVE 5 TO WS-GRADE-IDX
               WHEN OTHER
                   MOVE 6 TO WS-GRADE-IDX
           END-EVALUATE.
           ADD 1 TO CH-GRADE-COUNT (WS-FOUND-CH, WS-GRADE-IDX).
           MOVE WS-FOUND-CH TO WS-GRP-CH.
           MOVE FI-MARKS TO WS-GRP-NOW-MARK.

       120-FIND-OR-ADD-COHORT.
           MOVE ZERO TO WS-FOUND-CH.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > WS-COHORT-COUNT
               IF CH-SUBJECT (CH-IDX) = FI-SUBJECT
                   AND CH-SECTION (CH-IDX) = FI-CLASS-SECTION
                   MOVE CH-IDX TO WS-FOUND-CH
               END-IF
           END-PERFORM.
           IF WS-FOUND-CH NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COHORT-COUNT TO WS-TB-COUNT.
           MOVE 300 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COHORT-COUNT.
           MOVE WS-COHORT-COUNT TO WS-FOUND-CH.
           INITIALIZE COHORT-ENTRY (WS-FOUND-CH).
           MOVE FI-SUBJECT TO CH-SUBJECT (WS-FOUND-CH).
           MOVE FI-CLASS-SECTION TO CH-SECTION (WS-FOUND-CH).
           MOVE SPACES TO CH-TEACHER (WS-FOUND-CH).
           IF WS-HAVE-ASSIGNMENTS = "Y"
               MOVE FI-SUBJECT TO TA-SUBJECT
               MOVE FI-CLASS-SECTION TO TA-CLASS-SECTION
               MOVE FI-TERM-CODE TO TA-TERM-CODE
               READ TEACHER-ASSIGNMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TA-TEACHER-ID TO CH-TEACHER (WS-FOUND-CH)
               END-READ
           END-IF.

       130-POST-TO-SUBJECT.
           MOVE ZERO TO WS-FOUND-SB.
           PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUBJECT-COUNT
               IF SB-SUBJECT (SB-IDX) = FI-SUBJECT
                   MOVE SB-IDX TO WS-FOUND-SB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SB = ZERO
               MOVE WS-SUBJECT-COUNT TO WS-TB-COUNT
               MOVE 60 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUBJECT-COUNT
               MOVE WS-SUBJECT-COUNT TO WS-FOUND-SB
               MOVE FI-SUBJECT TO SB-SUBJECT (WS-FOUND-SB)
               MOVE ZERO TO SB-COUNT (WS-FOUND-SB)
               MOVE ZERO TO SB-SUM (WS-FOUND-SB)
               MOVE ZERO TO SB-PASS (WS-FOUND-SB)
           END-IF.
           ADD 1 TO SB-COUNT (WS-FOUND-SB).
           ADD FI-MARKS TO SB-SUM (WS-FOUND-SB).
           IF FI-MARKS NOT < 33
               ADD 1 TO SB-PASS (WS-FOUND-SB)
           END-IF.

      *> A student who sat the subject both terms counts towards the
      *> cohort's change; one who sat it only this term does not.
       150-PAIR-GROUP.
           IF WS-GRP-CH NOT = ZERO
               AND WS-GRP-HAVE-PRIOR = "Y"
               ADD 1 TO CH-MATCHED (WS-GRP-CH)
               ADD WS-GRP-NOW-MARK TO CH-MATCH-NOW (WS-GRP-CH)
               ADD WS-GRP-PRIOR-MARK TO CH-MATCH-PRIOR (WS-GRP-CH)
           END-IF.
           MOVE ZERO TO WS-GRP-CH.
           MOVE "N" TO WS-GRP-HAVE-PRIOR.

      *> Teacher, then subject, then section - each teacher's block
      *> prints together and each subject's cohorts under it.
       200-SORT-COHORTS.
           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING CH-IDX FROM 1 BY 1
                       UNTIL CH-IDX > WS-COHORT-COUNT - 1
                   IF CH-TEACHER (CH-IDX) > CH-TEACHER (CH-IDX + 1)
                       OR (CH-TEACHER (CH-IDX) = CH-TEACHER (CH-IDX + 1)
                           AND CH-SUBJECT (CH-IDX)
                               > CH-SUBJECT (CH-IDX + 1))
                       OR (CH-TEACHER (CH-IDX) = CH-TEACHER (CH-IDX + 1)
                           AND CH-SUBJECT (CH-IDX)
                               = CH-SUBJECT (CH-IDX + 1)
                           AND CH-SECTION (CH-IDX)
                               > CH-SECTION (CH-IDX + 1))
                       MOVE COHORT-ENTRY (CH-IDX) TO WS-SWAP-COHORT
                       MOVE COHORT-ENTRY (CH-IDX + 1)
                           TO COHORT-ENTRY (CH-IDX)
                       MOVE WS-SWAP-COHORT TO COHORT-ENTRY (CH-IDX + 1)
                       MOVE "Y" TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       300-PRINT-REPORT.
           DISPLAY "======== RESULTS BY TEACHER AND SUBJECT ==========".
           DISPLAY "TERM " WS-REPORT-TERM "  MARKS ROWS " WS-ROWS-READ.
           IF WS-PRIOR-TERM NOT = SPACES
               DISPLAY "CHANGE IS THE SAME STUDENTS AGAINST TERM "
                   WS-PRIOR-TERM
           END-IF.
           DISPLAY "GRADES A/B/C/D/E/F: 80/70/60/50/33/BELOW".
           MOVE HIGH-VALUES TO WS-CURRENT-TEACHER.
           MOVE HIGH-VALUES TO WS-CURRENT-SUBJECT.
           PERFORM 310-PRINT-ONE-COHORT
               VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > WS-COHORT-COUNT.
           IF WS-UNASSIGNED-ROWS > ZERO
               DISPLAY " "
               DISPLAY WS-UNASSIGNED-ROWS " MARKS ROWS HAVE NO "
                   "TEACHER ASSIGNED ON TEACHASG.DAT"
           END-IF.
           DISPLAY "==================================================".

       310-PRINT-ONE-COHORT.
           IF CH-TEACHER (CH-IDX) NOT = WS-CURRENT-TEACHER
               PERFORM 320-TEACHER-HEADING
               MOVE HIGH-VALUES TO WS-CURRENT-SUBJECT
           END-IF.
           IF CH-SUBJECT (CH-IDX) NOT = WS-CURRENT-SUBJECT
               PERFORM 330-SUBJECT-SUMMARY
           END-IF.

           COMPUTE WS-AVG ROUNDED =
               CH-SUM (CH-IDX) / CH-COUNT (CH-IDX).
           COMPUTE WS-PASS-RATE ROUNDED =
               CH-PASS (CH-IDX) * 100 / CH-COUNT (CH-IDX).
           MOVE WS-AVG TO WS-AVG-OUT.
           MOVE WS-PASS-RATE TO WS-RATE-OUT.
           DISPLAY "      SECTION " CH-SECTION (CH-IDX)
               " STUDENTS " CH-COUNT (CH-IDX)
               " AVG " WS-AVG-OUT
               " PASS " WS-RATE-OUT " PCT"
               " A " CH-GRADE-COUNT (CH-IDX, 1)
               " B " CH-GRADE-COUNT (CH-IDX, 2)
               " C " CH-GRADE-COUNT (CH-IDX, 3)
               " D " CH-GRADE-COUNT (CH-IDX, 4)
               " E " CH-GRADE-COUNT (CH-IDX, 5)
               " F " CH-GRADE-COUNT (CH-IDX, 6).
           IF CH-MATCHED (CH-IDX) = ZERO
               DISPLAY "        CHANGE: NONE OF THESE STUDENTS SAT "
                   "IT LAST TERM"
           ELSE
               COMPUTE WS-CHANGE ROUNDED =
                   (CH-MATCH-NOW (CH-IDX) - CH-MATCH-PRIOR (CH-IDX))
                   / CH-MATCHED (CH-IDX)
               MOVE WS-CHANGE TO WS-DIFF-OUT
               MOVE CH-MATCHED (CH-IDX) TO WS-MATCHED-OUT
               DISPLAY "        CHANGE ON LAST TERM " WS-DIFF-OUT
                   " PER STUDENT, " WS-MATCHED-OUT " STUDENTS"
           END-IF.

       320-TEACHER-HEADING.
           MOVE CH-TEACHER (CH-IDX) TO WS-CURRENT-TEACHER.
           DISPLAY " ".
           IF WS-CURRENT-TEACHER = SPACES
               MOVE "(NO TEACHER ASSIGNED)" TO TM-TEACHER-NAME
           ELSE
               MOVE "(NOT ON TEACHER FILE)" TO TM-TEACHER-NAME
               IF WS-HAVE-TEACHERS = "Y"
                   MOVE WS-CURRENT-TEACHER TO TM-TEACHER-ID
                   READ TEACHER-MASTER
                       INVALID KEY
                           MOVE "(NOT ON TEACHER FILE)"
                               TO TM-TEACHER-NAME
                   END-READ
               END-IF
           END-IF.
           DISPLAY "TEACHER " WS-CURRENT-TEACHER " " TM-TEACHER-NAME.

      *> The teacher's whole subject, every section they took it to,
      *> against the school-wide figure for the subject.
       330-SUBJECT-SUMMARY.
           MOVE CH-SUBJECT (CH-IDX) TO WS-CURRENT-SUBJECT.
           MOVE ZERO TO WS-TS-COUNT WS-TS-SUM WS-TS-PASS.
           MOVE ZERO TO WS-TS-MATCHED WS-TS-MATCH-NOW WS-TS-MATCH-PRIOR.
           INITIALIZE WS-TS-GRADES.
           PERFORM 340-ADD-TO-SUMMARY
               VARYING WS-SCAN-IDX FROM CH-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-COHORT-COUNT.

           COMPUTE WS-AVG ROUNDED = WS-TS-SUM / WS-TS-COUNT.
           COMPUTE WS-PASS-RATE ROUNDED =
               WS-TS-PASS * 100 / WS-TS-COUNT.
           MOVE ZERO TO WS-SCHOOL-AVG WS-SCHOOL-PASS-RATE.
           PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUBJECT-COUNT
               IF SB-SUBJECT (SB-IDX) = WS-CURRENT-SUBJECT
                   COMPUTE WS-SCHOOL-AVG ROUNDED =
                       SB-SUM (SB-IDX) / SB-COUNT (SB-IDX)
                   COMPUTE WS-SCHOOL-PASS-RATE ROUNDED =
                       SB-PASS (SB-IDX) * 100 / SB-COUNT (SB-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-VS-SCHOOL = WS-AVG - WS-SCHOOL-AVG.

           DISPLAY "  SUBJECT " WS-CURRENT-SUBJECT
               " STUDENTS " WS-TS-COUNT.
           MOVE WS-AVG TO WS-AVG-OUT.
           MOVE WS-SCHOOL-AVG TO WS-SCHOOL-AVG-OUT.
           MOVE WS-VS-SCHOOL TO WS-DIFF-OUT.
           DISPLAY "    AVG " WS-AVG-OUT
               "  SCHOOL AVG " WS-SCHOOL-AVG-OUT
               "  DIFFERENCE " WS-DIFF-OUT.
           MOVE WS-PASS-RATE TO WS-RATE-OUT.
           COMPUTE WS-VS-SCHOOL = WS-PASS-RATE - WS-SCHOOL-PASS-RATE.
           MOVE WS-VS-SCHOOL TO WS-DIFF-OUT.
           DISPLAY "    PASS " WS-RATE-OUT " PCT"
               "  DIFFERENCE ON SCHOOL " WS-DIFF-OUT " PCT".
           DISPLAY "    GRADES A " WS-TS-GRADE-COUNT (1)
               " B " WS-TS-GRADE-COUNT (2)
               " C " WS-TS-GRADE-COUNT (3)
               " D " WS-TS-GRADE-COUNT (4)
               " E " WS-TS-GRADE-COUNT (5)
               " F " WS-TS-GRADE-COUNT (6).
           IF WS-TS-MATCHED = ZERO
               DISPLAY "    CHANGE ON LAST TERM: NO PRIOR RESULTS"
           ELSE
               COMPUTE WS-CHANGE ROUNDED =
                   (WS-TS-MATCH-NOW - WS-TS-MATCH-PRIOR)
                   / WS-TS-MATCHED
               MOVE WS-CHANGE TO WS-DIFF-OUT
               MOVE WS-TS-MATCHED TO WS-MATCHED-OUT
               DISPLAY "    CHANGE ON LAST TERM " WS-DIFF-OUT
                   " PER STUDENT, " WS-MATCHED-OUT " STUDENTS"
           END-IF.

       340-ADD-TO-SUMMARY.
           IF CH-TEACHER (WS-SCAN-IDX) NOT = WS-CURRENT-TEACHER
               OR CH-SUBJECT (WS-SCAN-IDX) NOT = WS-CURRENT-SUBJECT
               MOVE WS-COHORT-COUNT TO WS-SCAN-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD CH-COUNT (WS-SCAN-IDX) TO WS-TS-COUNT.
           ADD CH-SUM (WS-SCAN-IDX) TO WS-TS-SUM.
           ADD CH-PASS (WS-SCAN-IDX) TO WS-TS-PASS.
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > 6
               ADD CH-GRADE-COUNT (WS-SCAN-IDX, WS-GRADE-IDX)
                   TO WS-TS-GRADE-COUNT (WS-GRADE-IDX)
           END-PERFORM.
           ADD CH-MATCHED (WS-SCAN-IDX) TO WS-TS-MATCHED.
           ADD CH-MATCH-NOW (WS-SCAN-IDX) TO WS-TS-MATCH-NOW.
           ADD CH-MATCH-PRIOR (WS-SCAN-IDX) TO WS-TS-MATCH-PRIOR.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM TEACHER-RESULTS-REPORT.
