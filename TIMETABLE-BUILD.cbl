      ******************************************************************
      * Author:
      * Date:
      * Purpose: Builds the weekly class timetable for a keyed term
      *          onto TIMETABL.DAT. Every TEACHASG.DAT assignment of
      *          the term is owed the periods a week its subject
      *          carries on SUBJPER.DAT, in a room off ROOMS.DAT of
      *          the kind the subject needs and big enough for the
      *          section's active head count off STUDENTMSTR.DAT.
      *          Lessons are placed one at a time so that no teacher,
      *          section or room is ever booked twice in one period,
      *          spreading a subject across the week before doubling
      *          it up on a day, and taking the smallest free room
      *          that fits. Subjects needing a special room go first
      *          as they have the fewest places to go. Placements
      *          made by hand at TIMETABLE-DESK are kept and worked
      *          around; the run's own earlier placements for the
      *          term are cleared and redone. Anything it cannot
      *          place is listed for resolution at TIMETABLE-DESK.
      *          The finished week is printed per section, per
      *          teacher and per room.
      *          Same table-building shape as TEACHER-WORKLOAD-REPORT,
      *          run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-BUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-ASSIGNMENT-FILE
               ASSIGN TO "TEACHASG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-ASSIGN-KEY
               FILE STATUS IS TEACHER-ASSIGN-STATUS.

           SELECT SUBJECT-PERIODS-FILE
               ASSIGN TO "SUBJPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-SUBJECT
               FILE STATUS IS SUBJECT-PERIODS-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT TEACHING-ROOM-FILE
               ASSIGN TO "ROOMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEACHING-ROOM-STATUS.

           SELECT TIMETABLE-FILE
               ASSIGN TO "TIMETABL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-SLOT-KEY
               FILE STATUS IS TIMETABLE-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-ASSIGNMENT-FILE.
           COPY "TEACHER-ASSIGNMENT.CPY".

       FD  SUBJECT-PERIODS-FILE.
           COPY "SUBJECT-PERIODS.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  TEACHING-ROOM-FILE.
           COPY "TEACHING-ROOM.CPY".

       FD  TIMETABLE-FILE.
           COPY "TIMETABLE-SLOT.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  TEACHER-ASSIGN-STATUS  PIC X(2).
       01  SUBJECT-PERIODS-STATUS PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  TEACHING-ROOM-STATUS   PIC X(2).
       01  TIMETABLE-STATUS       PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-BUILD-TERM          PIC X(5).
       01  WS-DAYS                PIC 9(1).
       01  WS-DAY-PERIODS         PIC 9(2).
       01  WS-PERIODS-OPEN        PIC X(1).

      *> A slot is one period of one day - (day - 1) * 12 + period,
      *> so every busy map below is one byte per slot, "Y" = booked.
       01  WS-SLOT                PIC 9(2).
       01  WS-DAY                 PIC 9(1).
       01  WS-PERIOD              PIC 9(2).
       01  WS-DAY-TRY             PIC 9(1).
       01  WS-FIRST-DAY           PIC 9(1).

      *> The rooms, in the order ROOMS.DAT lists them.
       01  WS-ROOM-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-ROOM-TABLE-AREA.
           05 WS-ROOM-TABLE OCCURS 30 TIMES INDEXED BY RM-IDX.
               10 RM-ROOM-CODE     PIC X(4).
               10 RM-CAPACITY      PIC 9(3).
               10 RM-ROOM-TYPE     PIC X(4).
               10 RM-BUSY          PIC X(72).

      *> Active head count per section, built in one student pass.
       01  WS-SECTION-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-SECTION-TABLE-AREA.
           05 WS-SECTION-TABLE OCCURS 40 TIMES INDEXED BY SN-IDX.
               10 SN-SECTION       PIC X(4).
               10 SN-HEADS         PIC 9(4).
               10 SN-BUSY          PIC X(72).

       01  WS-TEACHER-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-TEACHER-TABLE-AREA.
           05 WS-TEACHER-TABLE OCCURS 50 TIMES INDEXED BY TC-IDX.
               10 TC-TEACHER-ID    PIC X(6).
               10 TC-BUSY          PIC X(72).

      *> The term's assignments and how far each has been placed.
      *> AS-DAYS-USED marks the days the section already has the
      *> subject, so lessons spread across the week.
       01  WS-ASSIGN-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-ASSIGN-TABLE-AREA.
           05 WS-ASSIGN-TABLE OCCURS 200 TIMES INDEXED BY AS-IDX.
               10 AS-SUBJECT       PIC X(10).
               10 AS-SECTION       PIC X(4).
               10 AS-TEACHER-ID    PIC X(6).
               10 AS-SECTION-IDX   PIC 9(2).
               10 AS-TEACHER-IDX   PIC 9(2).
               10 AS-NEEDED        PIC 9(2).
               10 AS-PLACED        PIC 9(2).
               10 AS-ROOM-TYPE     PIC X(4).
               10 AS-DAYS-USED     PIC X(6).
               10 AS-REASON        PIC X(30).

       01  WS-FOUND-IDX           PIC 9(3).
       01  WS-ASSIGN-NO           PIC 9(3).
       01  WS-FIND-SECTION        PIC X(4).
       01  WS-FIND-TEACHER        PIC X(6).
       01  WS-PICK-ROOM           PIC 9(2).
       01  WS-SPREAD              PIC X(1).
       01  WS-PLACED-ONE          PIC X(1).
       01  WS-GAVE-UP             PIC X(1).
       01  WS-SPECIAL-PASS        PIC X(1).
       01  WS-ANY-ROOM-FITS       PIC X(1).
       01  WS-HEADS               PIC 9(4).
       01  WS-HEADS-ED            PIC ZZZ9.

       01  WS-KEPT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-SHORT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SHORT-LESSONS       PIC 9(3).

           COPY "TIMETABLE-GRID-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "TIMETABLE TERM CODE".
           ACCEPT WS-BUILD-TERM.

           DISPLAY "TEACHING DAYS A WEEK (1-6, BLANK FOR 5)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE "5" TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-DAYS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-DAYS = ZERO OR WS-DAYS > 6
               DISPLAY "TEACHING DAYS MUST BE 1 TO 6"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           DISPLAY "PERIODS A DAY (1-12, BLANK FOR 8)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE "8" TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-DAY-PERIODS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-DAY-PERIODS = ZERO OR WS-DAY-PERIODS > 12
               DISPLAY "PERIODS A DAY MUST BE 1 TO 12"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 050-LOAD-ROOMS.
           IF WS-ROOM-COUNT = ZERO
               DISPLAY "NO ROOMS ON ROOMS.DAT - NOWHERE TO TEACH "
                   "ANYBODY"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 060-COUNT-SECTION-HEADS.

           PERFORM 100-LOAD-ASSIGNMENTS.
           IF WS-ASSIGN-COUNT = ZERO
               DISPLAY "NO TEACHASG.DAT ASSIGNMENTS FOR TERM "
                   WS-BUILD-TERM " - NOTHING TO TIMETABLE"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O TIMETABLE-FILE.
           IF TIMETABLE-STATUS = "35"
               OPEN OUTPUT TIMETABLE-FILE
               CLOSE TIMETABLE-FILE
               OPEN I-O TIMETABLE-FILE
           END-IF.
           IF TIMETABLE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN TIMETABL.DAT, STATUS "
                   TIMETABLE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 200-CLEAR-OLD-BUILD.

           MOVE "Y" TO WS-SPECIAL-PASS.
           PERFORM 300-PLACE-ONE-ASSIGNMENT
               VARYING AS-IDX FROM 1 BY 1
               UNTIL AS-IDX > WS-ASSIGN-COUNT.
           MOVE "N" TO WS-SPECIAL-PASS.
           PERFORM 300-PLACE-ONE-ASSIGNMENT
               VARYING AS-IDX FROM 1 BY 1
               UNTIL AS-IDX > WS-ASSIGN-COUNT.

           PERFORM 400-PRINT-GRIDS.
           CLOSE TIMETABLE-FILE.

           PERFORM 500-PRINT-SUMMARY.

           GO TO 900-END-PROGRAM.

       050-LOAD-ROOMS.
           OPEN INPUT TEACHING-ROOM-FILE.
           IF TEACHING-ROOM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ TEACHING-ROOM-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 055-LOAD-ONE-ROOM UNTIL ENDOFINPUT.
           CLOSE TEACHING-ROOM-FILE.

       055-LOAD-ONE-ROOM.
           MOVE WS-ROOM-COUNT TO WS-TB-COUNT.
           MOVE 30 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y" AND RO-ROOM-CODE NOT = SPACES
               ADD 1 TO WS-ROOM-COUNT
               SET RM-IDX TO WS-ROOM-COUNT
               MOVE RO-ROOM-CODE TO RM-ROOM-CODE (RM-IDX)
               IF RO-CAPACITY IS NUMERIC
                   MOVE RO-CAPACITY TO RM-CAPACITY (RM-IDX)
               ELSE
                   MOVE ZERO TO RM-CAPACITY (RM-IDX)
               END-IF
               MOVE FUNCTION UPPER-CASE(RO-ROOM-TYPE)
                   TO RM-ROOM-TYPE (RM-IDX)
               MOVE SPACES TO RM-BUSY (RM-IDX)
           END-IF.
           READ TEACHING-ROOM-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       060-COUNT-SECTION-HEADS.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER - HEAD COUNTS UNKNOWN, ANY "
                   "ROOM WILL BE TAKEN AS BIG ENOUGH"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ STUDENT-MASTER
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 065-COUNT-ONE-STUDENT UNTIL ENDOFINPUT.
           CLOSE STUDENT-MASTER.

       065-COUNT-ONE-STUDENT.
           IF SM-STATUS = SPACES OR SM-STATUS = "A"
               MOVE SM-CLASS-SECTION TO WS-FIND-SECTION
               PERFORM 070-FIND-SECTION
               IF WS-FOUND-IDX NOT = ZERO
                   SET SN-IDX TO WS-FOUND-IDX
                   ADD 1 TO SN-HEADS (SN-IDX)
               END-IF
           END-IF.
           READ STUDENT-MASTER
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> Finds WS-FIND-SECTION in the section table, adding it when
      *> new; WS-FOUND-IDX is zero only when the table is full.
       070-FIND-SECTION.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SECTION-COUNT
               IF SN-SECTION (SN-IDX) = WS-FIND-SECTION
                   SET WS-FOUND-IDX TO SN-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-SECTION-COUNT TO WS-TB-COUNT
               MOVE 40 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-SECTION-COUNT TO WS-FOUND-IDX
                   SET SN-IDX TO WS-FOUND-IDX
                   MOVE WS-FIND-SECTION TO SN-SECTION (SN-IDX)
                   MOVE ZERO TO SN-HEADS (SN-IDX)
                   MOVE SPACES TO SN-BUSY (SN-IDX)
               END-IF
           END-IF.

      *> Finds WS-FIND-TEACHER in the teacher table, adding it when
      *> new.
       080-FIND-TEACHER.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TEACHER-COUNT
               IF TC-TEACHER-ID (TC-IDX) = WS-FIND-TEACHER
                   SET WS-FOUND-IDX TO TC-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-TEACHER-COUNT TO WS-TB-COUNT
               MOVE 50 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-TEACHER-COUNT
                   MOVE WS-TEACHER-COUNT TO WS-FOUND-IDX
                   SET TC-IDX TO WS-FOUND-IDX
                   MOVE WS-FIND-TEACHER TO TC-TEACHER-ID (TC-IDX)
                   MOVE SPACES TO TC-BUSY (TC-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * ASSIGNMENTS - the term's rows off TEACHASG.DAT, each with its
      * subject's weekly periods and room type off SUBJPER.DAT.
      ******************************************************************
       100-LOAD-ASSIGNMENTS.
           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           IF TEACHER-ASSIGN-STATUS NOT = "00"
               DISPLAY "NO ASSIGNMENT FILE, STATUS "
                   TEACHER-ASSIGN-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PERIODS-OPEN.
           OPEN INPUT SUBJECT-PERIODS-FILE.
           IF SUBJECT-PERIODS-STATUS NOT = "00"
               MOVE "N" TO WS-PERIODS-OPEN
               DISPLAY "NO SUBJPER.DAT - SET PERIODS A WEEK IN "
                   "TEACHER-MAINTENANCE"
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ TEACHER-ASSIGNMENT-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 110-LOAD-ONE-ASSIGNMENT UNTIL ENDOFINPUT.
           CLOSE TEACHER-ASSIGNMENT-FILE.
           IF WS-PERIODS-OPEN = "Y"
               CLOSE SUBJECT-PERIODS-FILE
           END-IF.

       110-LOAD-ONE-ASSIGNMENT.
           IF TA-TERM-CODE = WS-BUILD-TERM
               PERFORM 120-ADD-ASSIGNMENT
           END-IF.
           READ TEACHER-ASSIGNMENT-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       120-ADD-ASSIGNMENT.
           MOVE WS-ASSIGN-COUNT TO WS-TB-COUNT.
           MOVE 200 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               DISPLAY "ASSIGNMENT " TA-SUBJECT " " TA-CLASS-SECTION
                   " LEFT OFF THE TIMETABLE"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ASSIGN-COUNT.
           SET AS-IDX TO WS-ASSIGN-COUNT.
           MOVE TA-SUBJECT TO AS-SUBJECT (AS-IDX).
           MOVE TA-CLASS-SECTION TO AS-SECTION (AS-IDX).
           MOVE TA-TEACHER-ID TO AS-TEACHER-ID (AS-IDX).
           MOVE ZERO TO AS-PLACED (AS-IDX).
           MOVE SPACES TO AS-DAYS-USED (AS-IDX).
           MOVE SPACES TO AS-REASON (AS-IDX).

           MOVE TA-CLASS-SECTION TO WS-FIND-SECTION.
           PERFORM 070-FIND-SECTION.
           MOVE WS-FOUND-IDX TO AS-SECTION-IDX (AS-IDX).
           MOVE TA-TEACHER-ID TO WS-FIND-TEACHER.
           PERFORM 080-FIND-TEACHER.
           MOVE WS-FOUND-IDX TO AS-TEACHER-IDX (AS-IDX).

           MOVE ZERO TO AS-NEEDED (AS-IDX).
           MOVE SPACES TO AS-ROOM-TYPE (AS-IDX).
           IF WS-PERIODS-OPEN = "Y"
               MOVE TA-SUBJECT TO PW-SUBJECT
               READ SUBJECT-PERIODS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PW-PERIODS TO AS-NEEDED (AS-IDX)
                       MOVE PW-ROOM-TYPE TO AS-ROOM-TYPE (AS-IDX)
               END-READ
           END-IF.
           IF AS-NEEDED (AS-IDX) = ZERO
               MOVE "NO PERIODS A WEEK ON SUBJPER"
                   TO AS-REASON (AS-IDX)
           END-IF.
           IF AS-SECTION-IDX (AS-IDX) = ZERO
               OR AS-TEACHER-IDX (AS-IDX) = ZERO
               MOVE ZERO TO AS-NEEDED (AS-IDX)
               MOVE "TOO MANY SECTIONS OR TEACHERS"
                   TO AS-REASON (AS-IDX)
           END-IF.

      ******************************************************************
      * OLD PLACEMENTS - the run's own rows for the term go; rows
      * placed by hand stay and are booked before anything else.
      ******************************************************************
       200-CLEAR-OLD-BUILD.
           MOVE LOW-VALUES TO TS-SLOT-KEY.
           MOVE WS-BUILD-TERM TO TS-TERM-CODE.
           MOVE "N" TO WS-EOF-FLAG.
           START TIMETABLE-FILE KEY NOT < TS-SLOT-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 210-CLEAR-ONE-SLOT UNTIL ENDOFINPUT.

       210-CLEAR-ONE-SLOT.
           READ TIMETABLE-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF TS-TERM-CODE NOT = WS-BUILD-TERM
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF TS-PLACED-BY NOT = "M"
               DELETE TIMETABLE-FILE
               ADD 1 TO WS-CLEARED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KEPT-COUNT.
           COMPUTE WS-SLOT = (TS-DAY - 1) * 12 + TS-PERIOD.

           MOVE TS-CLASS-SECTION TO WS-FIND-SECTION.
           PERFORM 070-FIND-SECTION.
           IF WS-FOUND-IDX NOT = ZERO
               SET SN-IDX TO WS-FOUND-IDX
               MOVE "Y" TO SN-BUSY (SN-IDX) (WS-SLOT:1)
           END-IF.
           MOVE TS-TEACHER-ID TO WS-FIND-TEACHER.
           PERFORM 080-FIND-TEACHER.
           IF WS-FOUND-IDX NOT = ZERO
               SET TC-IDX TO WS-FOUND-IDX
               MOVE "Y" TO TC-BUSY (TC-IDX) (WS-SLOT:1)
           END-IF.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > WS-ROOM-COUNT
               IF RM-ROOM-CODE (RM-IDX) = TS-ROOM-CODE
                   MOVE "Y" TO RM-BUSY (RM-IDX) (WS-SLOT:1)
               END-IF
           END-PERFORM.
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-ASSIGN-COUNT
               IF AS-SECTION (AS-IDX) = TS-CLASS-SECTION
                   AND AS-SUBJECT (AS-IDX) = TS-SUBJECT
                   ADD 1 TO AS-PLACED (AS-IDX)
                   MOVE "Y" TO AS-DAYS-USED (AS-IDX) (TS-DAY:1)
               END-IF
           END-PERFORM.

      ******************************************************************
      * PLACING - one lesson at a time until the assignment has its
      * periods or no slot is left that suits teacher, section and a
      * room at once. The first pass takes only the subjects that
      * need a special kind of room, the second everything else.
      ******************************************************************
       300-PLACE-ONE-ASSIGNMENT.
           IF WS-SPECIAL-PASS = "Y"
               AND AS-ROOM-TYPE (AS-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPECIAL-PASS = "N"
               AND AS-ROOM-TYPE (AS-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF AS-NEEDED (AS-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           SET SN-IDX TO AS-SECTION-IDX (AS-IDX).
           SET TC-IDX TO AS-TEACHER-IDX (AS-IDX).
           MOVE SN-HEADS (SN-IDX) TO WS-HEADS.
           MOVE "N" TO WS-GAVE-UP.
           PERFORM 310-PLACE-ONE-LESSON
               UNTIL AS-PLACED (AS-IDX) NOT < AS-NEEDED (AS-IDX)
                  OR WS-GAVE-UP = "Y".

      *> Days are tried from a different starting day for each
      *> assignment and lesson so the load spreads over the week;
      *> a day the section already has the subject is only taken
      *> when no other day will do.
       310-PLACE-ONE-LESSON.
           SET WS-ASSIGN-NO TO AS-IDX.
           COMPUTE WS-FIRST-DAY = FUNCTION MOD
               (WS-ASSIGN-NO + AS-PLACED (AS-IDX), WS-DAYS) + 1.
           MOVE "N" TO WS-PLACED-ONE.
           MOVE "Y" TO WS-SPREAD.
           PERFORM 320-TRY-ONE-DAY
               VARYING WS-DAY-TRY FROM 1 BY 1
               UNTIL WS-DAY-TRY > WS-DAYS OR WS-PLACED-ONE = "Y".
           IF WS-PLACED-ONE = "N"
               MOVE "N" TO WS-SPREAD
               PERFORM 320-TRY-ONE-DAY
                   VARYING WS-DAY-TRY FROM 1 BY 1
                   UNTIL WS-DAY-TRY > WS-DAYS OR WS-PLACED-ONE = "Y"
           END-IF.
           IF WS-PLACED-ONE = "N"
               MOVE "Y" TO WS-GAVE-UP
               PERFORM 360-EXPLAIN-SHORTFALL
           END-IF.

       320-TRY-ONE-DAY.
           COMPUTE WS-DAY = FUNCTION MOD
               (WS-FIRST-DAY + WS-DAY-TRY - 2, WS-DAYS) + 1.
           IF WS-SPREAD = "Y"
               AND AS-DAYS-USED (AS-IDX) (WS-DAY:1) = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 330-TRY-ONE-PERIOD
               VARYING WS-PERIOD FROM 1 BY 1
               UNTIL WS-PERIOD > WS-DAY-PERIODS
                  OR WS-PLACED-ONE = "Y".

       330-TRY-ONE-PERIOD.
           COMPUTE WS-SLOT = (WS-DAY - 1) * 12 + WS-PERIOD.
           IF SN-BUSY (SN-IDX) (WS-SLOT:1) = "Y"
               OR TC-BUSY (TC-IDX) (WS-SLOT:1) = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 340-PICK-ROOM.
           IF WS-PICK-ROOM = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 350-BOOK-LESSON.

      *> The smallest free room of the right kind that seats the
      *> section, so big rooms stay free for big sections.
       340-PICK-ROOM.
           MOVE ZERO TO WS-PICK-ROOM.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > WS-ROOM-COUNT
               IF RM-BUSY (RM-IDX) (WS-SLOT:1) NOT = "Y"
                   AND RM-CAPACITY (RM-IDX) NOT < WS-HEADS
                   AND (AS-ROOM-TYPE (AS-IDX) = SPACES
                     OR RM-ROOM-TYPE (RM-IDX) = AS-ROOM-TYPE (AS-IDX))
                   IF WS-PICK-ROOM = ZERO
                       SET WS-PICK-ROOM TO RM-IDX
                   ELSE
                       IF RM-CAPACITY (RM-IDX) <
                           RM-CAPACITY (WS-PICK-ROOM)
                           SET WS-PICK-ROOM TO RM-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       350-BOOK-LESSON.
           MOVE "Y" TO SN-BUSY (SN-IDX) (WS-SLOT:1).
           MOVE "Y" TO TC-BUSY (TC-IDX) (WS-SLOT:1).
           MOVE "Y" TO RM-BUSY (WS-PICK-ROOM) (WS-SLOT:1).
           MOVE "Y" TO AS-DAYS-USED (AS-IDX) (WS-DAY:1).
           ADD 1 TO AS-PLACED (AS-IDX).
           MOVE "Y" TO WS-PLACED-ONE.

           MOVE SPACES TO TIMETABLE-SLOT-RECORD.
           MOVE WS-BUILD-TERM TO TS-TERM-CODE.
           MOVE AS-SECTION (AS-IDX) TO TS-CLASS-SECTION.
           MOVE WS-DAY TO TS-DAY.
           MOVE WS-PERIOD TO TS-PERIOD.
           MOVE AS-SUBJECT (AS-IDX) TO TS-SUBJECT.
           MOVE AS-TEACHER-ID (AS-IDX) TO TS-TEACHER-ID.
           MOVE RM-ROOM-CODE (WS-PICK-ROOM) TO TS-ROOM-CODE.
           MOVE "B" TO TS-PLACED-BY.
           WRITE TIMETABLE-SLOT-RECORD
               INVALID KEY
                   DISPLAY "SLOT ALREADY ON FILE FOR " TS-CLASS-SECTION
                       " DAY " TS-DAY " PERIOD " TS-PERIOD
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

      *> No room of the kind at all that seats the section is a
      *> different problem from the teacher, section and rooms
      *> never being free together - the desk needs to know which.
       360-EXPLAIN-SHORTFALL.
           MOVE "N" TO WS-ANY-ROOM-FITS.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > WS-ROOM-COUNT
               IF RM-CAPACITY (RM-IDX) NOT < WS-HEADS
                   AND (AS-ROOM-TYPE (AS-IDX) = SPACES
                     OR RM-ROOM-TYPE (RM-IDX) = AS-ROOM-TYPE (AS-IDX))
                   MOVE "Y" TO WS-ANY-ROOM-FITS
               END-IF
           END-PERFORM.
           MOVE SPACES TO AS-REASON (AS-IDX).
           IF WS-ANY-ROOM-FITS = "N"
               MOVE WS-HEADS TO WS-HEADS-ED
               IF AS-ROOM-TYPE (AS-IDX) = SPACES
                   STRING "NO ROOM SEATS " WS-HEADS-ED
                       DELIMITED BY SIZE INTO AS-REASON (AS-IDX)
               ELSE
                   STRING "NO " AS-ROOM-TYPE (AS-IDX) " ROOM SEATS "
                       WS-HEADS-ED
                       DELIMITED BY SIZE INTO AS-REASON (AS-IDX)
               END-IF
           ELSE
               MOVE "TEACHER/SECTION/ROOM NEVER FREE"
                   TO AS-REASON (AS-IDX)
           END-IF.

      ******************************************************************
      * THE WEEK - every section's, teacher's and room's timetable
      * as it now stands on file, hand placements included.
      ******************************************************************
       400-PRINT-GRIDS.
           MOVE WS-BUILD-TERM TO WS-TG-TERM.
           MOVE "S" TO WS-TG-KIND.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SECTION-COUNT
               MOVE SN-SECTION (SN-IDX) TO WS-TG-CODE
               PERFORM PRINT-TIMETABLE-GRID
           END-PERFORM.
           MOVE "T" TO WS-TG-KIND.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TEACHER-COUNT
               MOVE TC-TEACHER-ID (TC-IDX) TO WS-TG-CODE
               PERFORM PRINT-TIMETABLE-GRID
           END-PERFORM.
           MOVE "R" TO WS-TG-KIND.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > WS-ROOM-COUNT
               MOVE RM-ROOM-CODE (RM-IDX) TO WS-TG-CODE
               PERFORM PRINT-TIMETABLE-GRID
           END-PERFORM.

      ******************************************************************
      * SUMMARY - and the lessons left for the desk to place by hand.
      ******************************************************************
       500-PRINT-SUMMARY.
           DISPLAY "========= TIMETABLE BUILD - TERM "
               WS-BUILD-TERM " =========".
           DISPLAY "DAYS " WS-DAYS "  PERIODS A DAY " WS-DAY-PERIODS
               "  ROOMS " WS-ROOM-COUNT.
           DISPLAY "ASSIGNMENTS:              " WS-ASSIGN-COUNT.
           DISPLAY "HAND PLACEMENTS KEPT:     " WS-KEPT-COUNT.
           DISPLAY "EARLIER BUILD CLEARED:    " WS-CLEARED-COUNT.
           DISPLAY "LESSONS PLACED:           " WS-WRITTEN-COUNT.
           DISPLAY "----- NOT PLACED - RESOLVE AT TIMETABLE-DESK -----".
           DISPLAY "SECT SUBJECT    TEACHR  SHORT REASON".
           PERFORM 510-PRINT-ONE-SHORTFALL
               VARYING AS-IDX FROM 1 BY 1
               UNTIL AS-IDX > WS-ASSIGN-COUNT.
           IF WS-SHORT-COUNT = ZERO
               DISPLAY "NONE - EVERY LESSON IS ON THE TIMETABLE"
           ELSE
               DISPLAY "LESSONS NOT PLACED:       " WS-SHORT-COUNT
           END-IF.
           DISPLAY "=================================================".

       510-PRINT-ONE-SHORTFALL.
           IF AS-NEEDED (AS-IDX) = ZERO
               DISPLAY AS-SECTION (AS-IDX) " " AS-SUBJECT (AS-IDX)
                   " " AS-TEACHER-ID (AS-IDX) "      - "
                   AS-REASON (AS-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF AS-PLACED (AS-IDX) NOT < AS-NEEDED (AS-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SHORT-LESSONS =
               AS-NEEDED (AS-IDX) - AS-PLACED (AS-IDX).
           ADD WS-SHORT-LESSONS TO WS-SHORT-COUNT.
           DISPLAY AS-SECTION (AS-IDX) " " AS-SUBJECT (AS-IDX)
               " " AS-TEACHER-ID (AS-IDX) "  " WS-SHORT-LESSONS
               "   " AS-REASON (AS-IDX).

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "TIMETABLE-BUILD" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ASSIGN-COUNT TO RL-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-SHORT-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TIMETABLE-GRID-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM TIMETABLE-BUILD.
