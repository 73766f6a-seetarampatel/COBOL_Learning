      ******************************************************************
      * Author:
      * Date:
      * Purpose: The deputy head's daily cover sheet. For the keyed
      *          day (blank = today) it takes every teacher away on
      *          TEACHABS.DAT, finds their lessons for that weekday
      *          on the term's TIMETABL.DAT (the TEACHASG.DAT teacher
      *          where a slot names none) and proposes a teacher who
      *          is free that period - someone who teaches the
      *          subject first, then whoever has done the least
      *          cover this term. The proposals go to COVERDTY.DAT
      *          (a rerun of the day replaces them) and the sheet
      *          lists every lesson with its cover, or UNCOVERED
      *          when nobody is free. Run-logged like the other
      *          batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHER-COVER-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-MASTER
               ASSIGN TO "TEACHERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TEACHER-ID
               FILE STATUS IS TEACHER-MASTER-STATUS.

           SELECT TEACHER-ASSIGNMENT-FILE
               ASSIGN TO "TEACHASG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ASSIGN-KEY
               FILE STATUS IS TEACHER-ASSIGN-STATUS.

           SELECT TEACHER-ABSENCE-FILE
               ASSIGN TO "TEACHABS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-ABSENCE-KEY
               FILE STATUS IS TEACHER-ABSENCE-STATUS.

           SELECT TIMETABLE-FILE
               ASSIGN TO "TIMETABL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-SLOT-KEY
               FILE STATUS IS TIMETABLE-STATUS.

           SELECT TERM-CALENDAR-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TERM-CODE
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT COVER-DUTY-FILE
               ASSIGN TO "COVERDTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-COVER-KEY
               FILE STATUS IS COVER-DUTY-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-MASTER.
           COPY "TEACHER-MASTER.CPY".

       FD  TEACHER-ASSIGNMENT-FILE.
           COPY "TEACHER-ASSIGNMENT.CPY".

       FD  TEACHER-ABSENCE-FILE.
           COPY "TEACHER-ABSENCE.CPY".

       FD  TIMETABLE-FILE.
           COPY "TIMETABLE-SLOT.CPY".

       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

       FD  COVER-DUTY-FILE.
           COPY "COVER-DUTY.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  TEACHER-MASTER-STATUS  PIC X(2).
       01  TEACHER-ASSIGN-STATUS  PIC X(2).
       01  TEACHER-ABSENCE-STATUS PIC X(2).
       01  TIMETABLE-STATUS       PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  COVER-DUTY-STATUS      PIC X(2).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".

       01  WS-COVER-DATE          PIC X(8).
       01  WS-COVER-DATE-NUM REDEFINES WS-COVER-DATE PIC 9(8).
       01  WS-COVER-TERM          PIC X(5).
       01  WS-DAY-INT             PIC 9(8).
       01  WS-DOW-WORK            PIC 9(1).
       01  WS-COVER-DAY           PIC 9(1).
       01  WS-DAY-NAMES           PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-AWAY-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-LESSONS-TO-COVER    PIC 9(5) VALUE ZERO.
       01  WS-COVERED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UNCOVERED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-BEST                PIC 9(3).
       01  WS-BEST-QUALIFIED      PIC X(1).
       01  WS-QUALIFIED           PIC X(1).
       01  WS-COVER-NAME          PIC X(20).
       01  WS-ABSENT-NAME         PIC X(20).
       01  WS-NOTE                PIC X(11).

      *> Every teacher: away today or not, cover done this term,
      *> and which periods of the day they are already teaching.
       01  WS-TEACHER-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-TEACHER-TABLE-AREA.
           05 WS-TEACHER-TABLE OCCURS 80 TIMES.
               10 TC-TEACHER-ID   PIC X(6).
               10 TC-TEACHER-NAME PIC X(20).
               10 TC-AWAY         PIC X(1).
               10 TC-COVERS       PIC 9(3).
               10 TC-BUSY         PIC X(12).
       01  TC-IDX                 PIC 9(3).
       01  WS-FOUND-IDX           PIC 9(3).

      *> The day's lessons on the timetable, every section.
       01  WS-LESSON-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-LESSON-TABLE-AREA.
           05 WS-LESSON-TABLE OCCURS 400 TIMES.
               10 LS-SECTION      PIC X(4).
               10 LS-PERIOD       PIC 9(2).
               10 LS-SUBJECT      PIC X(10).
               10 LS-TEACHER-ID   PIC X(6).
               10 LS-ROOM-CODE    PIC X(4).
       01  LS-IDX                 PIC 9(3).

      *> Who teaches what - a teacher assigned the subject in any
      *> section or term counts as qualified to cover it.
       01  WS-QUALIFY-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-QUALIFY-TABLE-AREA.
           05 WS-QUALIFY-TABLE OCCURS 500 TIMES.
               10 QP-SUBJECT      PIC X(10).
               10 QP-TEACHER-ID   PIC X(6).
       01  QP-IDX                 PIC 9(3).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "COVER FOR WHICH DAY (YYYYMMDD, BLANK FOR TODAY)".
           ACCEPT WS-COVER-DATE.
           IF WS-COVER-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-COVER-DATE
           END-IF.
           IF WS-COVER-DATE IS NOT NUMERIC
               DISPLAY "NOT A DATE: " WS-COVER-DATE
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-COVER-DATE-NUM) NOT = 0
               DISPLAY "NOT A DATE: " WS-COVER-DATE
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-COVER-DATE-NUM).
           COMPUTE WS-DOW-WORK = FUNCTION MOD(WS-DAY-INT - 1, 7).
           COMPUTE WS-COVER-DAY = WS-DOW-WORK + 1.

           PERFORM 050-FIND-TERM.
           IF WS-COVER-TERM = SPACES
               DISPLAY "NO TERM RUNNING ON " WS-COVER-DATE
                   " - NOTHING TO COVER"
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT TEACHER-MASTER.
           IF TEACHER-MASTER-STATUS NOT = "00"
               DISPLAY "NO TEACHER FILE, STATUS " TEACHER-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 100-LOAD-TEACHERS.
           CLOSE TEACHER-MASTER.
           PERFORM 150-MARK-ABSENCES.
           IF WS-AWAY-COUNT = ZERO
               DISPLAY "NOBODY AWAY ON " WS-COVER-DATE
           END-IF.
           PERFORM 200-LOAD-DAY-LESSONS.
           PERFORM 250-LOAD-QUALIFICATIONS.

           OPEN I-O COVER-DUTY-FILE.
           IF COVER-DUTY-STATUS = "35"
               OPEN OUTPUT COVER-DUTY-FILE
               CLOSE COVER-DUTY-FILE
               OPEN I-O COVER-DUTY-FILE
           END-IF.
           IF COVER-DUTY-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN COVERDTY.DAT, STATUS "
                   COVER-DUTY-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 300-CLEAR-DAY-AND-COUNT-COVER.

           DISPLAY "================ COVER SHEET ================".
           DISPLAY "DAY " WS-COVER-DATE " "
               WS-DAY-NAMES((WS-COVER-DAY - 1) * 3 + 1:3)
               "  TERM " WS-COVER-TERM "  TEACHERS AWAY: "
               WS-AWAY-COUNT.
           DISPLAY "PER SECT SUBJECT    ROOM AWAY                 "
               "COVER".
           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > WS-LESSON-COUNT
               PERFORM 400-COVER-ONE-LESSON
           END-PERFORM.
           CLOSE COVER-DUTY-FILE.
           DISPLAY "=============================================".
           DISPLAY "LESSONS TO COVER: " WS-LESSONS-TO-COVER
               " COVERED: " WS-COVERED-COUNT
               " UNCOVERED: " WS-UNCOVERED-COUNT.
           GO TO 900-END-PROGRAM.

       050-FIND-TERM.
           MOVE SPACES TO WS-COVER-TERM.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TL-TERM-CODE.
           START TERM-CALENDAR-FILE KEY NOT < TL-TERM-CODE
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 055-CHECK-ONE-TERM UNTIL ENDOFINPUT.
           CLOSE TERM-CALENDAR-FILE.

       055-CHECK-ONE-TERM.
           READ TERM-CALENDAR-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF TL-START-DATE NOT > WS-COVER-DATE
               AND TL-END-DATE NOT < WS-COVER-DATE
               MOVE TL-TERM-CODE TO WS-COVER-TERM
               SET ENDOFINPUT TO TRUE
           END-IF.

       100-LOAD-TEACHERS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TM-TEACHER-ID.
           START TEACHER-MASTER KEY NOT < TM-TEACHER-ID
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 110-LOAD-ONE-TEACHER UNTIL ENDOFINPUT.

       110-LOAD-ONE-TEACHER.
           READ TEACHER-MASTER NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-TEACHER-COUNT TO WS-TB-COUNT.
           MOVE 80 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-TEACHER-COUNT
               MOVE TM-TEACHER-ID TO TC-TEACHER-ID (WS-TEACHER-COUNT)
               MOVE TM-TEACHER-NAME
                   TO TC-TEACHER-NAME (WS-TEACHER-COUNT)
               MOVE "N" TO TC-AWAY (WS-TEACHER-COUNT)
               MOVE ZERO TO TC-COVERS (WS-TEACHER-COUNT)
               MOVE SPACES TO TC-BUSY (WS-TEACHER-COUNT)
           END-IF.

       150-MARK-ABSENCES.
           OPEN INPUT TEACHER-ABSENCE-FILE.
           IF TEACHER-ABSENCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TB-ABSENCE-KEY.
           START TEACHER-ABSENCE-FILE KEY NOT < TB-ABSENCE-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 155-CHECK-ONE-ABSENCE UNTIL ENDOFINPUT.
           CLOSE TEACHER-ABSENCE-FILE.

       155-CHECK-ONE-ABSENCE.
           READ TEACHER-ABSENCE-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF TB-FROM-DATE > WS-COVER-DATE
               OR TB-TO-DATE < WS-COVER-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TEACHER-COUNT
               IF TC-TEACHER-ID (TC-IDX) = TB-TEACHER-ID
                   AND TC-AWAY (TC-IDX) = "N"
                   MOVE "Y" TO TC-AWAY (TC-IDX)
                   ADD 1 TO WS-AWAY-COUNT
               END-IF
           END-PERFORM.

      *> Every section's lessons for the weekday, so everyone's
      *> teaching periods are known before any cover is proposed.
       200-LOAD-DAY-LESSONS.
           OPEN INPUT TIMETABLE-FILE.
           IF TIMETABLE-STATUS NOT = "00"
               DISPLAY "NO TIMETABLE ON FILE, STATUS " TIMETABLE-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TS-SLOT-KEY.
           MOVE WS-COVER-TERM TO TS-TERM-CODE.
           START TIMETABLE-FILE KEY NOT < TS-SLOT-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 210-LOAD-ONE-SLOT UNTIL ENDOFINPUT.
           CLOSE TIMETABLE-FILE.
           IF TEACHER-ASSIGN-STATUS = "00"
               CLOSE TEACHER-ASSIGNMENT-FILE
           END-IF.

       210-LOAD-ONE-SLOT.
           READ TIMETABLE-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF TS-TERM-CODE NOT = WS-COVER-TERM
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF TS-DAY NOT = WS-COVER-DAY
               OR TS-PERIOD < 1 OR TS-PERIOD > 12
               EXIT PARAGRAPH
           END-IF.
           IF TS-TEACHER-ID = SPACES AND TEACHER-ASSIGN-STATUS = "00"
               MOVE TS-SUBJECT TO TA-SUBJECT
               MOVE TS-CLASS-SECTION TO TA-CLASS-SECTION
               MOVE TS-TERM-CODE TO TA-TERM-CODE
               READ TEACHER-ASSIGNMENT-FILE
                   NOT INVALID KEY
                       MOVE TA-TEACHER-ID TO TS-TEACHER-ID
               END-READ
           END-IF.
           MOVE WS-LESSON-COUNT TO WS-TB-COUNT.
           MOVE 400 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LESSON-COUNT.
           MOVE TS-CLASS-SECTION TO LS-SECTION (WS-LESSON-COUNT).
           MOVE TS-PERIOD TO LS-PERIOD (WS-LESSON-COUNT).
           MOVE TS-SUBJECT TO LS-SUBJECT (WS-LESSON-COUNT).
           MOVE TS-TEACHER-ID TO LS-TEACHER-ID (WS-LESSON-COUNT).
           MOVE TS-ROOM-CODE TO LS-ROOM-CODE (WS-LESSON-COUNT).
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TEACHER-COUNT
               IF TC-TEACHER-ID (TC-IDX) = TS-TEACHER-ID
                   MOVE "Y" TO TC-BUSY (TC-IDX)(TS-PERIOD:1)
               END-IF
           END-PERFORM.

       250-LOAD-QUALIFICATIONS.
           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           IF TEACHER-ASSIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TA-ASSIGN-KEY.
           START TEACHER-ASSIGNMENT-FILE KEY NOT < TA-ASSIGN-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 255-TAKE-ONE-ASSIGNMENT UNTIL ENDOFINPUT.
           CLOSE TEACHER-ASSIGNMENT-FILE.

       255-TAKE-ONE-ASSIGNMENT.
           READ TEACHER-ASSIGNMENT-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING QP-IDX FROM 1 BY 1
                   UNTIL QP-IDX > WS-QUALIFY-COUNT
               IF QP-SUBJECT (QP-IDX) = TA-SUBJECT
                   AND QP-TEACHER-ID (QP-IDX) = TA-TEACHER-ID
                   MOVE QP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QUALIFY-COUNT TO WS-TB-COUNT.
           MOVE 500 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-QUALIFY-COUNT
               MOVE TA-SUBJECT TO QP-SUBJECT (WS-QUALIFY-COUNT)
               MOVE TA-TEACHER-ID TO QP-TEACHER-ID (WS-QUALIFY-COUNT)
           END-IF.

      *> A rerun replaces the day's proposals; every other day's
      *> cover in the same term counts toward who has done most.
       300-CLEAR-DAY-AND-COUNT-COVER.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CV-COVER-KEY.
           START COVER-DUTY-FILE KEY NOT < CV-COVER-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 310-TAKE-ONE-COVER-ROW UNTIL ENDOFINPUT.

       310-TAKE-ONE-COVER-ROW.
           READ COVER-DUTY-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF CV-DATE = WS-COVER-DATE
               DELETE COVER-DUTY-FILE RECORD
               EXIT PARAGRAPH
           END-IF.
           IF CV-TERM-CODE NOT = WS-COVER-TERM
               OR CV-COVER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TEACHER-COUNT
               IF TC-TEACHER-ID (TC-IDX) = CV-COVER-ID
                   ADD 1 TO TC-COVERS (TC-IDX)
               END-IF
           END-PERFORM.

       400-COVER-ONE-LESSON.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TEACHER-COUNT
               IF TC-TEACHER-ID (TC-IDX) = LS-TEACHER-ID (LS-IDX)
                   MOVE TC-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF TC-AWAY (WS-FOUND-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LESSONS-TO-COVER.
           MOVE TC-TEACHER-NAME (WS-FOUND-IDX) TO WS-ABSENT-NAME.

           MOVE ZERO TO WS-BEST.
           MOVE "N" TO WS-BEST-QUALIFIED.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TEACHER-COUNT
               PERFORM 410-CONSIDER-ONE-TEACHER
           END-PERFORM.

           MOVE SPACES TO COVER-DUTY-RECORD.
           MOVE WS-COVER-DATE TO CV-DATE.
           MOVE LS-PERIOD (LS-IDX) TO CV-PERIOD.
           MOVE LS-SECTION (LS-IDX) TO CV-CLASS-SECTION.
           MOVE WS-COVER-TERM TO CV-TERM-CODE.
           MOVE LS-SUBJECT (LS-IDX) TO CV-SUBJECT.
           MOVE LS-ROOM-CODE (LS-IDX) TO CV-ROOM-CODE.
           MOVE LS-TEACHER-ID (LS-IDX) TO CV-ABSENT-ID.
           IF WS-BEST = ZERO
               ADD 1 TO WS-UNCOVERED-COUNT
               MOVE "N" TO CV-QUALIFIED
               MOVE "** UNCOVERED **" TO WS-COVER-NAME
               MOVE SPACES TO WS-NOTE
           ELSE
               ADD 1 TO WS-COVERED-COUNT
               MOVE TC-TEACHER-ID (WS-BEST) TO CV-COVER-ID
               MOVE WS-BEST-QUALIFIED TO CV-QUALIFIED
               MOVE "Y" TO TC-BUSY (WS-BEST)(LS-PERIOD (LS-IDX):1)
               ADD 1 TO TC-COVERS (WS-BEST)
               MOVE TC-TEACHER-NAME (WS-BEST) TO WS-COVER-NAME
               IF WS-BEST-QUALIFIED = "Y"
                   MOVE "(SUBJECT)" TO WS-NOTE
               ELSE
                   MOVE "(SUPERVISE)" TO WS-NOTE
               END-IF
           END-IF.
           WRITE COVER-DUTY-RECORD
               INVALID KEY
                   REWRITE COVER-DUTY-RECORD
           END-WRITE.
           DISPLAY " " LS-PERIOD (LS-IDX) " " LS-SECTION (LS-IDX) " "
               LS-SUBJECT (LS-IDX) " " LS-ROOM-CODE (LS-IDX) " "
               WS-ABSENT-NAME " " WS-COVER-NAME " " WS-NOTE.

      *> Free this period and here; a subject teacher beats a
      *> supervisor, then the least cover done this term wins.
       410-CONSIDER-ONE-TEACHER.
           IF TC-AWAY (TC-IDX) = "Y"
               OR TC-BUSY (TC-IDX)(LS-PERIOD (LS-IDX):1) = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-QUALIFIED.
           PERFORM VARYING QP-IDX FROM 1 BY 1
                   UNTIL QP-IDX > WS-QUALIFY-COUNT
               IF QP-SUBJECT (QP-IDX) = LS-SUBJECT (LS-IDX)
                   AND QP-TEACHER-ID (QP-IDX) = TC-TEACHER-ID (TC-IDX)
                   MOVE "Y" TO WS-QUALIFIED
               END-IF
           END-PERFORM.
           IF WS-BEST = ZERO
               OR (WS-QUALIFIED = "Y" AND WS-BEST-QUALIFIED = "N")
               OR (WS-QUALIFIED = WS-BEST-QUALIFIED
                   AND TC-COVERS (TC-IDX) < TC-COVERS (WS-BEST))
               MOVE TC-IDX TO WS-BEST
               MOVE WS-QUALIFIED TO WS-BEST-QUALIFIED
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "TEACHER-COVER-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-LESSON-COUNT TO RL-READ-COUNT.
           MOVE WS-COVERED-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-UNCOVERED-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM TEACHER-COVER-RUN.
