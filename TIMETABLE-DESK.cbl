      ******************************************************************
      * Author:
      * Date:
      * Purpose: The timetable office's desk for the weekly class
      *          timetable TIMETABLE-BUILD lays down on TIMETABL.DAT.
      *          Shows any section's, teacher's or room's week, and
      *          takes the hand changes the build cannot make: moving
      *          a lesson to another day, period or room, placing a
      *          lesson the build listed as unplaced, and taking one
      *          off. Every change is checked again before it is
      *          written - the section, the teacher and the room must
      *          all be free that period - and a room of the wrong
      *          kind, or too small for the section's head count, is
      *          only taken on a second yes. Lessons placed or moved
      *          here are marked as hand placements, which a rebuild
      *          keeps, and each change leaves an audit row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE
               ASSIGN TO "TIMETABL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-SLOT-KEY
               FILE STATUS IS TIMETABLE-STATUS.

           SELECT TEACHER-ASSIGNMENT-FILE
               ASSIGN TO "TEACHASG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMETABLE-FILE.
           COPY "TIMETABLE-SLOT.CPY".

       FD  TEACHER-ASSIGNMENT-FILE.
           COPY "TEACHER-ASSIGNMENT.CPY".

       FD  SUBJECT-PERIODS-FILE.
           COPY "SUBJECT-PERIODS.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  TEACHING-ROOM-FILE.
           COPY "TEACHING-ROOM.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  TIMETABLE-STATUS       PIC X(2).
       01  TEACHER-ASSIGN-STATUS  PIC X(2).
       01  SUBJECT-PERIODS-STATUS PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  TEACHING-ROOM-STATUS   PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-TERM                PIC X(5).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-ANSWER              PIC X(1).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFSLOTS VALUE "Y".

      *> The lesson as it stands on file (a move or a removal) and
      *> as it is to be written (a move or a placement).
       01  WS-OLD-KEY             PIC X(12).
       01  WS-OLD-DAY             PIC 9(1).
       01  WS-OLD-PERIOD          PIC 9(2).
       01  WS-OLD-ROOM            PIC X(4).
       01  WS-NEW-SECTION         PIC X(4).
       01  WS-NEW-DAY             PIC 9(1).
       01  WS-NEW-PERIOD          PIC 9(2).
       01  WS-NEW-SUBJECT         PIC X(10).
       01  WS-NEW-TEACHER         PIC X(6).
       01  WS-NEW-ROOM            PIC X(4).
       01  WS-NEW-KEY.
           05 WS-NEW-KEY-TERM     PIC X(5).
           05 WS-NEW-KEY-SECTION  PIC X(4).
           05 WS-NEW-KEY-DAY      PIC 9(1).
           05 WS-NEW-KEY-PERIOD   PIC 9(2).

      *> Day/period entry - blank keeps what was there when moving.
       01  WS-KEEP-ALLOWED        PIC X(1).
       01  WS-ENTERED-NUMBER      PIC 9(2).
       01  WS-ENTERED-BLANK       PIC X(1).

       01  WS-CLASH               PIC X(1).
       01  WS-WARNINGS            PIC 9(1).
       01  WS-PLACED-COUNT        PIC 9(2).
       01  WS-HEADS               PIC 9(4).
       01  WS-ROOM-FOUND          PIC X(1).
       01  WS-AUDIT-FIELD         PIC X(15).
       01  WS-AUDIT-OLD           PIC X(15).
       01  WS-AUDIT-NEW           PIC X(15).

       01  WS-ROOM-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-ROOM-TABLE-AREA.
           05 WS-ROOM-TABLE OCCURS 30 TIMES INDEXED BY RM-IDX.
               10 RM-ROOM-CODE     PIC X(4).
               10 RM-CAPACITY      PIC 9(3).
               10 RM-ROOM-TYPE     PIC X(4).

           COPY "TIMETABLE-GRID-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TIMETABLE DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           DISPLAY "TERM CODE".
           ACCEPT WS-TERM.

           OPEN I-O TIMETABLE-FILE.
           IF TIMETABLE-STATUS = "35"
               OPEN OUTPUT TIMETABLE-FILE
               CLOSE TIMETABLE-FILE
               OPEN I-O TIMETABLE-FILE
           END-IF.
           IF TIMETABLE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN TIMETABL.DAT, STATUS "
                   TIMETABLE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           IF TEACHER-ASSIGN-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN TEACHASG.DAT, STATUS "
                   TEACHER-ASSIGN-STATUS
               CLOSE TIMETABLE-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT SUBJECT-PERIODS-FILE.
           IF SUBJECT-PERIODS-STATUS NOT = "00"
               DISPLAY "NO SUBJPER.DAT - ROOM KINDS NOT CHECKED"
           END-IF.

           PERFORM 050-LOAD-ROOMS.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE TIMETABLE-FILE.
           CLOSE TEACHER-ASSIGNMENT-FILE.
           IF SUBJECT-PERIODS-STATUS = "00"
               CLOSE SUBJECT-PERIODS-FILE
           END-IF.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

      *> Rooms off ROOMS.DAT, the same list TIMETABLE-BUILD uses.
       050-LOAD-ROOMS.
           OPEN INPUT TEACHING-ROOM-FILE.
           IF TEACHING-ROOM-STATUS NOT = "00"
               DISPLAY "NO ROOMS.DAT - NO ROOM CAN BE BOOKED"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 055-LOAD-ONE-ROOM UNTIL ENDOFSLOTS.
           CLOSE TEACHING-ROOM-FILE.

       055-LOAD-ONE-ROOM.
           READ TEACHING-ROOM-FILE
               AT END
                   SET ENDOFSLOTS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RO-ROOM-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROOM-COUNT TO WS-TB-COUNT.
           MOVE 30 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               SET ENDOFSLOTS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROOM-COUNT.
           MOVE RO-ROOM-CODE TO RM-ROOM-CODE (WS-ROOM-COUNT).
           MOVE RO-CAPACITY TO RM-CAPACITY (WS-ROOM-COUNT).
           MOVE FUNCTION UPPER-CASE(RO-ROOM-TYPE)
               TO RM-ROOM-TYPE (WS-ROOM-COUNT).

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (V=VIEW A WEEK, M=MOVE A LESSON, "
               "P=PLACE A LESSON, R=REMOVE A LESSON)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "V"
                   PERFORM 200-VIEW-WEEK
               WHEN "M"
                   PERFORM 300-MOVE-LESSON
               WHEN "P"
                   PERFORM 400-PLACE-LESSON
               WHEN "R"
                   PERFORM 500-REMOVE-LESSON
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

       200-VIEW-WEEK.
           DISPLAY "WHOSE WEEK (S=SECTION, T=TEACHER, R=ROOM)".
           ACCEPT WS-TG-KIND.
           IF WS-TG-KIND NOT = "S" AND WS-TG-KIND NOT = "T"
               AND WS-TG-KIND NOT = "R"
               DISPLAY "UNKNOWN CHOICE: " WS-TG-KIND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SECTION, TEACHER ID OR ROOM CODE".
           ACCEPT WS-TG-CODE.
           MOVE WS-TERM TO WS-TG-TERM.
           PERFORM PRINT-TIMETABLE-GRID.

      *> A move may change the day, the period and the room; the
      *> section, subject and teacher go with the lesson. A new
      *> day or period is a new key, so the old row is deleted and
      *> the new one written.
       300-MOVE-LESSON.
           PERFORM 600-FIND-LESSON.
           IF TIMETABLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE TS-SLOT-KEY TO WS-OLD-KEY.
           MOVE TS-DAY TO WS-OLD-DAY.
           MOVE TS-PERIOD TO WS-OLD-PERIOD.
           MOVE TS-ROOM-CODE TO WS-OLD-ROOM.
           MOVE TS-SUBJECT TO WS-NEW-SUBJECT.
           MOVE TS-TEACHER-ID TO WS-NEW-TEACHER.

           MOVE "Y" TO WS-KEEP-ALLOWED.
           DISPLAY "NEW DAY 1-6 (BLANK TO KEEP)".
           PERFORM 700-ACCEPT-DAY.
           IF WS-ENTERED-BLANK = "Y"
               MOVE WS-OLD-DAY TO WS-NEW-DAY
           END-IF.
           DISPLAY "NEW PERIOD 1-12 (BLANK TO KEEP)".
           PERFORM 710-ACCEPT-PERIOD.
           IF WS-ENTERED-BLANK = "Y"
               MOVE WS-OLD-PERIOD TO WS-NEW-PERIOD
           END-IF.
           DISPLAY "NEW ROOM (BLANK TO KEEP)".
           ACCEPT WS-NEW-ROOM.
           MOVE FUNCTION UPPER-CASE(WS-NEW-ROOM) TO WS-NEW-ROOM.
           IF WS-NEW-ROOM = SPACES
               MOVE WS-OLD-ROOM TO WS-NEW-ROOM
           END-IF.

           PERFORM 800-CHECK-PLACEMENT.
           IF WS-CLASH = "Y"
               DISPLAY "LESSON NOT MOVED"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OLD-KEY TO TS-SLOT-KEY.
           READ TIMETABLE-FILE
               INVALID KEY
                   DISPLAY "LESSON NO LONGER ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           IF WS-NEW-KEY = WS-OLD-KEY
               PERFORM 860-FILL-SLOT
               REWRITE TIMETABLE-SLOT-RECORD
           ELSE
               DELETE TIMETABLE-FILE
               PERFORM 860-FILL-SLOT
               WRITE TIMETABLE-SLOT-RECORD
                   INVALID KEY
                       DISPLAY "SECTION SLOT TAKEN MEANWHILE - "
                           "LESSON TAKEN OFF, PLACE IT AGAIN"
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           DISPLAY "MOVED " WS-NEW-SECTION " " WS-NEW-SUBJECT
               " TO DAY " WS-NEW-DAY " PERIOD " WS-NEW-PERIOD
               " ROOM " WS-NEW-ROOM.

           MOVE "SLOT" TO WS-AUDIT-FIELD.
           MOVE SPACES TO WS-AUDIT-OLD WS-AUDIT-NEW.
           STRING WS-OLD-DAY "/" WS-OLD-PERIOD " " WS-OLD-ROOM
               DELIMITED BY SIZE INTO WS-AUDIT-OLD.
           STRING WS-NEW-DAY "/" WS-NEW-PERIOD " " WS-NEW-ROOM
               DELIMITED BY SIZE INTO WS-AUDIT-NEW.
           PERFORM 870-AUDIT-CHANGE.

      *> A lesson the build could not place. The teacher is the
      *> one TEACHASG.DAT names for the subject, section and term.
       400-PLACE-LESSON.
           DISPLAY "CLASS SECTION".
           ACCEPT WS-NEW-SECTION.
           DISPLAY "SUBJECT".
           ACCEPT WS-NEW-SUBJECT.
           MOVE WS-NEW-SUBJECT TO TA-SUBJECT.
           MOVE WS-NEW-SECTION TO TA-CLASS-SECTION.
           MOVE WS-TERM TO TA-TERM-CODE.
           READ TEACHER-ASSIGNMENT-FILE
               INVALID KEY
                   DISPLAY "NO TEACHER ASSIGNED TO " WS-NEW-SUBJECT
                       " FOR " WS-NEW-SECTION " IN TERM " WS-TERM
                   EXIT PARAGRAPH
           END-READ.
           MOVE TA-TEACHER-ID TO WS-NEW-TEACHER.

           PERFORM 620-COUNT-PLACED.
           MOVE ZERO TO PW-PERIODS.
           IF SUBJECT-PERIODS-STATUS = "00"
               MOVE WS-NEW-SUBJECT TO PW-SUBJECT
               READ SUBJECT-PERIODS-FILE
                   INVALID KEY MOVE ZERO TO PW-PERIODS
               END-READ
           END-IF.
           DISPLAY "TEACHER " WS-NEW-TEACHER " - " WS-PLACED-COUNT
               " OF " PW-PERIODS " PERIODS A WEEK PLACED".

           MOVE "N" TO WS-KEEP-ALLOWED.
           DISPLAY "DAY 1-6".
           PERFORM 700-ACCEPT-DAY.
           DISPLAY "PERIOD 1-12".
           PERFORM 710-ACCEPT-PERIOD.
           DISPLAY "ROOM".
           ACCEPT WS-NEW-ROOM.
           MOVE FUNCTION UPPER-CASE(WS-NEW-ROOM) TO WS-NEW-ROOM.
           MOVE SPACES TO WS-OLD-KEY.

           PERFORM 800-CHECK-PLACEMENT.
           IF WS-CLASH = "Y"
               DISPLAY "LESSON NOT PLACED"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 860-FILL-SLOT.
           WRITE TIMETABLE-SLOT-RECORD
               INVALID KEY
                   DISPLAY "SECTION SLOT TAKEN MEANWHILE - "
                       "LESSON NOT PLACED"
                   EXIT PARAGRAPH
           END-WRITE.
           DISPLAY "PLACED " WS-NEW-SECTION " " WS-NEW-SUBJECT
               " ON DAY " WS-NEW-DAY " PERIOD " WS-NEW-PERIOD
               " ROOM " WS-NEW-ROOM.

           MOVE "PLACED" TO WS-AUDIT-FIELD.
           MOVE SPACES TO WS-AUDIT-OLD WS-AUDIT-NEW.
           STRING WS-NEW-DAY "/" WS-NEW-PERIOD " " WS-NEW-ROOM
               DELIMITED BY SIZE INTO WS-AUDIT-NEW.
           PERFORM 870-AUDIT-CHANGE.

       500-REMOVE-LESSON.
           PERFORM 600-FIND-LESSON.
           IF TIMETABLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TAKE THIS LESSON OFF THE TIMETABLE? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "LESSON KEPT"
               EXIT PARAGRAPH
           END-IF.
           MOVE TS-CLASS-SECTION TO WS-NEW-SECTION.
           MOVE TS-SUBJECT TO WS-NEW-SUBJECT.
           MOVE SPACES TO WS-AUDIT-OLD WS-AUDIT-NEW.
           STRING TS-DAY "/" TS-PERIOD " " TS-ROOM-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-OLD.
           DELETE TIMETABLE-FILE.
           DISPLAY "LESSON REMOVED - LIST IT FOR PLACING AGAIN".
           MOVE "REMOVED" TO WS-AUDIT-FIELD.
           PERFORM 870-AUDIT-CHANGE.

      *> Reads the lesson a section has on a day and period, and
      *> shows it. TIMETABLE-STATUS is "00" when there is one.
       600-FIND-LESSON.
           DISPLAY "CLASS SECTION".
           ACCEPT WS-NEW-SECTION.
           MOVE "N" TO WS-KEEP-ALLOWED.
           DISPLAY "DAY 1-6".
           PERFORM 700-ACCEPT-DAY.
           DISPLAY "PERIOD 1-12".
           PERFORM 710-ACCEPT-PERIOD.
           MOVE WS-TERM TO TS-TERM-CODE.
           MOVE WS-NEW-SECTION TO TS-CLASS-SECTION.
           MOVE WS-NEW-DAY TO TS-DAY.
           MOVE WS-NEW-PERIOD TO TS-PERIOD.
           READ TIMETABLE-FILE
               INVALID KEY
                   DISPLAY "NO LESSON FOR " WS-NEW-SECTION
                       " ON DAY " WS-NEW-DAY " PERIOD " WS-NEW-PERIOD
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY TS-SUBJECT " TEACHER " TS-TEACHER-ID
               " ROOM " TS-ROOM-CODE " PLACED BY " TS-PLACED-BY
               " " TS-PLACED-USER.

      *> Lessons of the subject the section already has this week.
       620-COUNT-PLACED.
           MOVE ZERO TO WS-PLACED-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TS-SLOT-KEY.
           MOVE WS-TERM TO TS-TERM-CODE.
           MOVE WS-NEW-SECTION TO TS-CLASS-SECTION.
           START TIMETABLE-FILE KEY NOT < TS-SLOT-KEY
               INVALID KEY SET ENDOFSLOTS TO TRUE
           END-START.
           PERFORM 625-COUNT-ONE-SLOT UNTIL ENDOFSLOTS.

       625-COUNT-ONE-SLOT.
           READ TIMETABLE-FILE NEXT
               AT END
                   SET ENDOFSLOTS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF TS-TERM-CODE NOT = WS-TERM
               OR TS-CLASS-SECTION NOT = WS-NEW-SECTION
               SET ENDOFSLOTS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF TS-SUBJECT = WS-NEW-SUBJECT
               ADD 1 TO WS-PLACED-COUNT
           END-IF.

       700-ACCEPT-DAY.
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               PERFORM 720-ACCEPT-NUMBER
               IF WS-ENTERED-BLANK = "N"
                   AND (WS-ENTERED-NUMBER < 1
                        OR WS-ENTERED-NUMBER > 6)
                   DISPLAY "DAY MUST BE 1 TO 6, PLEASE RE-ENTER"
                   MOVE "N" TO WS-IV-VALID
               END-IF
           END-PERFORM.
           IF WS-ENTERED-BLANK = "N"
               MOVE WS-ENTERED-NUMBER TO WS-NEW-DAY
           END-IF.

       710-ACCEPT-PERIOD.
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               PERFORM 720-ACCEPT-NUMBER
               IF WS-ENTERED-BLANK = "N"
                   AND (WS-ENTERED-NUMBER < 1
                        OR WS-ENTERED-NUMBER > 12)
                   DISPLAY "PERIOD MUST BE 1 TO 12, PLEASE RE-ENTER"
                   MOVE "N" TO WS-IV-VALID
               END-IF
           END-PERFORM.
           IF WS-ENTERED-BLANK = "N"
               MOVE WS-ENTERED-NUMBER TO WS-NEW-PERIOD
           END-IF.

      *> One numeric answer; blank is only taken where the caller
      *> said keeping the old value is allowed.
       720-ACCEPT-NUMBER.
           MOVE "N" TO WS-ENTERED-BLANK.
           MOVE ZERO TO WS-ENTERED-NUMBER.
           ACCEPT WS-IV-INPUT.
           IF WS-IV-INPUT = SPACES AND WS-KEEP-ALLOWED = "Y"
               MOVE "Y" TO WS-ENTERED-BLANK
               MOVE "Y" TO WS-IV-VALID
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-NUMERIC-ENTRY.
           IF WS-IV-VALID = "Y"
               IF FUNCTION NUMVAL-C(WS-IV-INPUT) > 99
                   MOVE 99 TO WS-ENTERED-NUMBER
               ELSE
                   COMPUTE WS-ENTERED-NUMBER =
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
               END-IF
           END-IF.

      *> The clash re-check for a lesson about to be written at
      *> WS-NEW-SECTION/DAY/PERIOD in WS-NEW-ROOM, taught by
      *> WS-NEW-TEACHER. WS-OLD-KEY is the lesson's own row when it
      *> is being moved, so it does not clash with itself. Section,
      *> teacher and room clashes refuse it outright; a room of the
      *> wrong kind or too small is put to the user.
       800-CHECK-PLACEMENT.
           MOVE "N" TO WS-CLASH.
           MOVE ZERO TO WS-WARNINGS.
           MOVE WS-TERM TO WS-NEW-KEY-TERM.
           MOVE WS-NEW-SECTION TO WS-NEW-KEY-SECTION.
           MOVE WS-NEW-DAY TO WS-NEW-KEY-DAY.
           MOVE WS-NEW-PERIOD TO WS-NEW-KEY-PERIOD.

           SET RM-IDX TO 1.
           MOVE "N" TO WS-ROOM-FOUND.
           IF WS-ROOM-COUNT > ZERO
               SEARCH WS-ROOM-TABLE
                   WHEN RM-IDX > WS-ROOM-COUNT
                       MOVE "N" TO WS-ROOM-FOUND
                   WHEN RM-ROOM-CODE (RM-IDX) = WS-NEW-ROOM
                       MOVE "Y" TO WS-ROOM-FOUND
               END-SEARCH
           END-IF.
           IF WS-ROOM-FOUND NOT = "Y"
               DISPLAY "ROOM " WS-NEW-ROOM " IS NOT ON ROOMS.DAT"
               MOVE "Y" TO WS-CLASH
               EXIT PARAGRAPH
           END-IF.

           IF WS-NEW-KEY NOT = WS-OLD-KEY
               MOVE WS-NEW-KEY TO TS-SLOT-KEY
               READ TIMETABLE-FILE
                   NOT INVALID KEY
                       DISPLAY "CLASH - SECTION " WS-NEW-SECTION
                           " ALREADY HAS " TS-SUBJECT " THEN"
                       MOVE "Y" TO WS-CLASH
               END-READ
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TS-SLOT-KEY.
           MOVE WS-TERM TO TS-TERM-CODE.
           START TIMETABLE-FILE KEY NOT < TS-SLOT-KEY
               INVALID KEY SET ENDOFSLOTS TO TRUE
           END-START.
           PERFORM 810-CHECK-ONE-SLOT UNTIL ENDOFSLOTS.
           IF WS-CLASH = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 820-CHECK-ROOM-FIT.
           IF WS-WARNINGS > ZERO
               DISPLAY "PLACE ANYWAY? (Y/N)"
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y"
                   MOVE "Y" TO WS-CLASH
               END-IF
           END-IF.

       810-CHECK-ONE-SLOT.
           READ TIMETABLE-FILE NEXT
               AT END
                   SET ENDOFSLOTS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF TS-TERM-CODE NOT = WS-TERM
               SET ENDOFSLOTS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF TS-DAY NOT = WS-NEW-DAY
               OR TS-PERIOD NOT = WS-NEW-PERIOD
               OR TS-SLOT-KEY = WS-OLD-KEY
               OR TS-CLASS-SECTION = WS-NEW-SECTION
               EXIT PARAGRAPH
           END-IF.
           IF TS-TEACHER-ID = WS-NEW-TEACHER
               DISPLAY "CLASH - TEACHER " WS-NEW-TEACHER
                   " TEACHES " TS-CLASS-SECTION " " TS-SUBJECT " THEN"
               MOVE "Y" TO WS-CLASH
           END-IF.
           IF TS-ROOM-CODE = WS-NEW-ROOM
               DISPLAY "CLASH - ROOM " WS-NEW-ROOM " HAS "
                   TS-CLASS-SECTION " " TS-SUBJECT " THEN"
               MOVE "Y" TO WS-CLASH
           END-IF.

      *> The kind of room the subject needs, and the seats for the
      *> section's active students.
       820-CHECK-ROOM-FIT.
           IF SUBJECT-PERIODS-STATUS = "00"
               MOVE WS-NEW-SUBJECT TO PW-SUBJECT
               READ SUBJECT-PERIODS-FILE
                   INVALID KEY MOVE SPACES TO PW-ROOM-TYPE
               END-READ
               IF PW-ROOM-TYPE NOT = SPACES
                   AND PW-ROOM-TYPE NOT = RM-ROOM-TYPE (RM-IDX)
                   DISPLAY "WARNING - " WS-NEW-SUBJECT " NEEDS A "
                       PW-ROOM-TYPE " ROOM, " WS-NEW-ROOM " IS "
                       RM-ROOM-TYPE (RM-IDX)
                   ADD 1 TO WS-WARNINGS
               END-IF
           END-IF.

           MOVE ZERO TO WS-HEADS.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 825-COUNT-ONE-STUDENT UNTIL ENDOFSLOTS
               CLOSE STUDENT-MASTER
           END-IF.
           IF WS-HEADS > RM-CAPACITY (RM-IDX)
               DISPLAY "WARNING - " WS-NEW-SECTION " HAS " WS-HEADS
                   " STUDENTS, " WS-NEW-ROOM " SEATS "
                   RM-CAPACITY (RM-IDX)
               ADD 1 TO WS-WARNINGS
           END-IF.

       825-COUNT-ONE-STUDENT.
           READ STUDENT-MASTER
               AT END
                   SET ENDOFSLOTS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SM-CLASS-SECTION = WS-NEW-SECTION
               AND (SM-STATUS = SPACES OR SM-STATUS = "A")
               ADD 1 TO WS-HEADS
           END-IF.

       860-FILL-SLOT.
           MOVE WS-NEW-KEY TO TS-SLOT-KEY.
           MOVE WS-NEW-SUBJECT TO TS-SUBJECT.
           MOVE WS-NEW-TEACHER TO TS-TEACHER-ID.
           MOVE WS-NEW-ROOM TO TS-ROOM-CODE.
           MOVE "M" TO TS-PLACED-BY.
           MOVE WS-USER-ID TO TS-PLACED-USER.

       870-AUDIT-CHANGE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "TTABLE" TO AL-RECORD-TYPE.
           STRING WS-TERM " " WS-NEW-SECTION " " WS-NEW-SUBJECT
               DELIMITED BY SIZE INTO AL-KEY-VALUE.
           MOVE WS-AUDIT-FIELD TO AL-FIELD-NAME.
           MOVE WS-AUDIT-OLD TO AL-OLD-VALUE.
           MOVE WS-AUDIT-NEW TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "TIMETABLE-GRID-LOGIC.CPY".

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM TIMETABLE-DESK.
