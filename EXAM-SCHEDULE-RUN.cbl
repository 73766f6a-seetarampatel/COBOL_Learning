      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sets the term's exam timetable. Every subject with
      *          an ENROLL.DAT enrolment in the keyed term gets one
      *          paper, sat on a weekday inside the term's exam
      *          window on TERMCAL.DAT, morning (AM) or afternoon
      *          (PM). Two subjects that share a student are never
      *          set in the same session, and no student is given
      *          more than two papers in a day unless there is no
      *          other way to fit the paper in - those students are
      *          listed. Subjects clashing with the most others are
      *          set first, each into the session with the fewest
      *          candidates already sitting, so the load spreads
      *          across the window. The timetable goes to
      *          EXAMSCHD.DAT, where HALL-TICKET-RUN picks up each
      *          paper's date and session, and is printed by
      *          session. A paper that fits nowhere is listed for
      *          the office to widen the window and rerun. Leavers'
      *          enrolments are passed over, as on the hall tickets.
      *          Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SCHEDULE-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CALENDAR-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TERM-CODE
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS ENROLLMENT-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT EXAM-SCHEDULE-FILE
               ASSIGN TO "EXAMSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XS-KEY
               FILE STATUS IS EXAM-SCHEDULE-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

       FD  ENROLLMENT-FILE.
           COPY "ENROLLMENT.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  EXAM-SCHEDULE-FILE.
           COPY "EXAM-SCHEDULE.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  ENROLLMENT-STATUS      PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  EXAM-SCHEDULE-STATUS   PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-EXAM-TERM           PIC X(5).
       01  WS-ENROLL-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-UNSET-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-CROWDED-COUNT       PIC 9(4) VALUE ZERO.

      *> The window walked a day at a time (the INTEGER-OF-DATE
      *> epoch day was a Monday, as in BATCH-DRIVER).
       01  WS-DATE-NUM            PIC 9(8).
       01  WS-DATE-INT            PIC 9(7).
       01  WS-END-INT             PIC 9(7).
       01  WS-DOW-WORK            PIC 9(7).
       01  WS-DAY-OF-WEEK         PIC 9(1).
       01  WS-DAY-NAMES           PIC X(15) VALUE "MONTUEWEDTHUFRI".

      *> The sessions, in date order - two to an exam day.
       01  WS-DAY-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-SLOT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-SLOT-TABLE-AREA.
           05 WS-SLOT-TABLE OCCURS 40 TIMES.
               10 SL-DATE          PIC X(8).
               10 SL-DAY-NAME      PIC X(3).
               10 SL-SESSION       PIC X(2).
               10 SL-DAY-NO        PIC 9(2).
               10 SL-SITTERS       PIC 9(4).
               10 SL-PAPERS        PIC 9(2).

      *> One row per subject sat this term. SJ-SLOT is the session
      *> it was set in (zero while unset or if it fits nowhere).
       01  WS-SUBJECT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-SUBJECT-TABLE-AREA.
           05 WS-SUBJECT-TABLE OCCURS 60 TIMES.
               10 SJ-SUBJECT       PIC X(10).
               10 SJ-CANDIDATES    PIC 9(4).
               10 SJ-CLASHES       PIC 9(3).
               10 SJ-SLOT          PIC 9(2).
               10 SJ-TRIED         PIC X(1).
               10 SJ-CROWDED       PIC X(1).

      *> "Y" where two subjects share at least one student.
       01  WS-CLASH-AREA.
           05 WS-CLASH-ROW OCCURS 60 TIMES.
               10 WS-CLASH-CELL OCCURS 60 TIMES PIC X(1).

      *> Each student's subjects, as rows of the subject table.
      *> ENROLL.DAT is keyed student first, so a student's rows
      *> arrive together and only the last student need be checked.
       01  WS-STUDENT-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-STUDENT-TABLE-AREA.
           05 WS-STUDENT-TABLE OCCURS 800 TIMES.
               10 SD-STUDENT-ID    PIC X(8).
               10 SD-SUBJ-COUNT    PIC 9(2).
               10 SD-SUBJ-NO OCCURS 12 TIMES PIC 9(3).
       01  WS-SKIP-STUDENT        PIC X(8) VALUE SPACES.

       01  WS-SJ                  PIC 9(3).
       01  WS-SJ2                 PIC 9(3).
       01  WS-PICK                PIC 9(3).
       01  WS-SD                  PIC 9(4).
       01  WS-SL                  PIC 9(2).
       01  WS-K                   PIC 9(2).
       01  WS-K2                  PIC 9(2).
       01  WS-DAY                 PIC 9(2).
       01  WS-BEST-SLOT           PIC 9(2).
       01  WS-BEST-SITTERS        PIC 9(4).
       01  WS-SLOT-OK             PIC X(1).
       01  WS-DAY-LIMIT           PIC X(1).
       01  WS-HAS-SUBJECT         PIC X(1).
       01  WS-DAY-PAPERS          PIC 9(2).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "EXAM SCHEDULE RUN".
           DISPLAY "EXAM TERM CODE".
           ACCEPT WS-EXAM-TERM.

           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS NOT = "00"
               DISPLAY "NO TERMCAL.DAT, STATUS " TERM-CALENDAR-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-EXAM-TERM TO TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "TERM " WS-EXAM-TERM " NOT ON THE CALENDAR"
                   CLOSE TERM-CALENDAR-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO 900-END-PROGRAM
           END-READ.
           CLOSE TERM-CALENDAR-FILE.
           IF TL-EXAM-START IS NOT NUMERIC
               OR TL-EXAM-END IS NOT NUMERIC
               DISPLAY "NO EXAM WINDOW FILED FOR " WS-EXAM-TERM
                   " - FILE IT AT TERM-CALENDAR-MAINTENANCE"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 050-BUILD-SESSIONS.
           IF WS-SLOT-COUNT = ZERO
               DISPLAY "NO WEEKDAYS IN THE EXAM WINDOW " TL-EXAM-START
                   " TO " TL-EXAM-END
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-LOAD-ENROLMENTS.
           IF WS-SUBJECT-COUNT = ZERO
               DISPLAY "NO ENROLMENTS FOR TERM " WS-EXAM-TERM
                   " - NOTHING TO SCHEDULE"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 200-BUILD-CLASHES.

           PERFORM 300-SET-NEXT-PAPER WS-SUBJECT-COUNT TIMES.

           OPEN I-O EXAM-SCHEDULE-FILE.
           IF EXAM-SCHEDULE-STATUS = "35"
               OPEN OUTPUT EXAM-SCHEDULE-FILE
               CLOSE EXAM-SCHEDULE-FILE
               OPEN I-O EXAM-SCHEDULE-FILE
           END-IF.
           IF EXAM-SCHEDULE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EXAMSCHD.DAT, STATUS "
                   EXAM-SCHEDULE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 400-WRITE-SCHEDULE.
           CLOSE EXAM-SCHEDULE-FILE.

           PERFORM 500-PRINT-TIMETABLE.

           GO TO 900-END-PROGRAM.

      *> An AM and a PM session for every Monday to Friday in the
      *> window.
       050-BUILD-SESSIONS.
           MOVE TL-EXAM-START TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE TL-EXAM-END TO WS-DATE-NUM.
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM 055-ADD-ONE-DAY
               UNTIL WS-DATE-INT > WS-END-INT.

       055-ADD-ONE-DAY.
           COMPUTE WS-DOW-WORK = FUNCTION MOD(WS-DATE-INT - 1, 7).
           COMPUTE WS-DAY-OF-WEEK = WS-DOW-WORK + 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           ADD 1 TO WS-DATE-INT.
           IF WS-DAY-OF-WEEK > 5
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SLOT-COUNT TO WS-TB-COUNT.
           MOVE 39 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               MOVE WS-END-INT TO WS-DATE-INT
               ADD 1 TO WS-DATE-INT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           ADD 1 TO WS-SLOT-COUNT.
           MOVE WS-DATE-NUM TO SL-DATE (WS-SLOT-COUNT).
           MOVE WS-DAY-NAMES ((WS-DAY-OF-WEEK - 1) * 3 + 1:3)
               TO SL-DAY-NAME (WS-SLOT-COUNT).
           MOVE "AM" TO SL-SESSION (WS-SLOT-COUNT).
           MOVE WS-DAY-COUNT TO SL-DAY-NO (WS-SLOT-COUNT).
           MOVE ZERO TO SL-SITTERS (WS-SLOT-COUNT).
           MOVE ZERO TO SL-PAPERS (WS-SLOT-COUNT).
           ADD 1 TO WS-SLOT-COUNT.
           MOVE SL-DATE (WS-SLOT-COUNT - 1) TO SL-DATE (WS-SLOT-COUNT).
           MOVE SL-DAY-NAME (WS-SLOT-COUNT - 1)
               TO SL-DAY-NAME (WS-SLOT-COUNT).
           MOVE "PM" TO SL-SESSION (WS-SLOT-COUNT).
           MOVE WS-DAY-COUNT TO SL-DAY-NO (WS-SLOT-COUNT).
           MOVE ZERO TO SL-SITTERS (WS-SLOT-COUNT).
           MOVE ZERO TO SL-PAPERS (WS-SLOT-COUNT).

       100-LOAD-ENROLMENTS.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-STATUS NOT = "00"
               DISPLAY "NO ENROLL.DAT, STATUS " ENROLLMENT-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 110-LOAD-ONE-ENROLMENT UNTIL ENDOFINPUT.
           CLOSE ENROLLMENT-FILE.
           IF STUDENT-MASTER-STATUS = "00"
               CLOSE STUDENT-MASTER
           END-IF.

       110-LOAD-ONE-ENROLMENT.
           READ ENROLLMENT-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF EN-TERM-CODE NOT = WS-EXAM-TERM
               OR EN-STUDENT-ID = WS-SKIP-STUDENT
               EXIT PARAGRAPH
           END-IF.

           IF WS-STUDENT-COUNT = ZERO
               OR SD-STUDENT-ID (WS-STUDENT-COUNT) NOT = EN-STUDENT-ID
               PERFORM 120-ADD-STUDENT
               IF EN-STUDENT-ID = WS-SKIP-STUDENT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ZERO TO WS-PICK.
           PERFORM VARYING WS-SJ FROM 1 BY 1
                   UNTIL WS-SJ > WS-SUBJECT-COUNT OR WS-PICK > ZERO
               IF SJ-SUBJECT (WS-SJ) = EN-SUBJECT
                   MOVE WS-SJ TO WS-PICK
               END-IF
           END-PERFORM.
           IF WS-PICK = ZERO
               MOVE WS-SUBJECT-COUNT TO WS-TB-COUNT
               MOVE 60 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUBJECT-COUNT
               MOVE WS-SUBJECT-COUNT TO WS-PICK
               MOVE EN-SUBJECT TO SJ-SUBJECT (WS-PICK)
               MOVE ZERO TO SJ-CANDIDATES (WS-PICK)
               MOVE ZERO TO SJ-CLASHES (WS-PICK)
               MOVE ZERO TO SJ-SLOT (WS-PICK)
               MOVE "N" TO SJ-TRIED (WS-PICK)
               MOVE "N" TO SJ-CROWDED (WS-PICK)
           END-IF.

           IF SD-SUBJ-COUNT (WS-STUDENT-COUNT) < 12
               ADD 1 TO SD-SUBJ-COUNT (WS-STUDENT-COUNT)
               MOVE WS-PICK TO SD-SUBJ-NO (WS-STUDENT-COUNT,
                   SD-SUBJ-COUNT (WS-STUDENT-COUNT))
               ADD 1 TO SJ-CANDIDATES (WS-PICK)
               ADD 1 TO WS-ENROLL-COUNT
           END-IF.

      *> A leaver's enrolments linger - no papers for them.
       120-ADD-STUDENT.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE EN-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SM-STATUS NOT = SPACES
                           AND SM-STATUS NOT = "A"
                           MOVE EN-STUDENT-ID TO WS-SKIP-STUDENT
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.
           MOVE WS-STUDENT-COUNT TO WS-TB-COUNT.
           MOVE 800 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               MOVE EN-STUDENT-ID TO WS-SKIP-STUDENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE EN-STUDENT-ID TO SD-STUDENT-ID (WS-STUDENT-COUNT).
           MOVE ZERO TO SD-SUBJ-COUNT (WS-STUDENT-COUNT).

      *> Every pair of subjects a student takes clashes; a subject's
      *> clash count is how many others it may not share a session
      *> with.
       200-BUILD-CLASHES.
           MOVE ALL "N" TO WS-CLASH-AREA.
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-STUDENT-COUNT
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > SD-SUBJ-COUNT (WS-SD)
                   PERFORM VARYING WS-K2 FROM 1 BY 1
                           UNTIL WS-K2 > SD-SUBJ-COUNT (WS-SD)
                       IF WS-K2 NOT = WS-K
                           MOVE SD-SUBJ-NO (WS-SD, WS-K) TO WS-SJ
                           MOVE SD-SUBJ-NO (WS-SD, WS-K2) TO WS-SJ2
                           MOVE "Y" TO WS-CLASH-CELL (WS-SJ, WS-SJ2)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SJ FROM 1 BY 1
                   UNTIL WS-SJ > WS-SUBJECT-COUNT
               PERFORM VARYING WS-SJ2 FROM 1 BY 1
                       UNTIL WS-SJ2 > WS-SUBJECT-COUNT
                   IF WS-CLASH-CELL (WS-SJ, WS-SJ2) = "Y"
                       ADD 1 TO SJ-CLASHES (WS-SJ)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> The untried subject with the most clashes (the most
      *> candidates on a tie) goes next, into the emptiest session
      *> that keeps its students to two papers a day - or failing
      *> that, into the emptiest session it does not clash in.
       300-SET-NEXT-PAPER.
           MOVE ZERO TO WS-PICK.
           PERFORM VARYING WS-SJ FROM 1 BY 1
                   UNTIL WS-SJ > WS-SUBJECT-COUNT
               IF SJ-TRIED (WS-SJ) = "N"
                   IF WS-PICK = ZERO
                       MOVE WS-SJ TO WS-PICK
                   ELSE
                       IF SJ-CLASHES (WS-SJ) > SJ-CLASHES (WS-PICK)
                           OR (SJ-CLASHES (WS-SJ) =
                                   SJ-CLASHES (WS-PICK)
                               AND SJ-CANDIDATES (WS-SJ) >
                                   SJ-CANDIDATES (WS-PICK))
                           MOVE WS-SJ TO WS-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PICK = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO SJ-TRIED (WS-PICK).

           MOVE "Y" TO WS-DAY-LIMIT.
           PERFORM 310-FIND-BEST-SESSION.
           IF WS-BEST-SLOT = ZERO
               MOVE "N" TO WS-DAY-LIMIT
               PERFORM 310-FIND-BEST-SESSION
               IF WS-BEST-SLOT NOT = ZERO
                   MOVE "Y" TO SJ-CROWDED (WS-PICK)
               END-IF
           END-IF.
           IF WS-BEST-SLOT = ZERO
               ADD 1 TO WS-UNSET-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BEST-SLOT TO SJ-SLOT (WS-PICK).
           ADD SJ-CANDIDATES (WS-PICK) TO SL-SITTERS (WS-BEST-SLOT).
           ADD 1 TO SL-PAPERS (WS-BEST-SLOT).

       310-FIND-BEST-SESSION.
           MOVE ZERO TO WS-BEST-SLOT.
           MOVE ZERO TO WS-BEST-SITTERS.
           PERFORM VARYING WS-SL FROM 1 BY 1
                   UNTIL WS-SL > WS-SLOT-COUNT
               PERFORM 320-TEST-SESSION
               IF WS-SLOT-OK = "Y"
                   IF WS-BEST-SLOT = ZERO
                       OR SL-SITTERS (WS-SL) < WS-BEST-SITTERS
                       MOVE WS-SL TO WS-BEST-SLOT
                       MOVE SL-SITTERS (WS-SL) TO WS-BEST-SITTERS
                   END-IF
               END-IF
           END-PERFORM.

      *> WS-SLOT-OK = "Y" when subject WS-PICK may go in session
      *> WS-SL: nothing clashing already there, and (with the day
      *> limit on) none of its students already on two papers that
      *> day.
       320-TEST-SESSION.
           MOVE "Y" TO WS-SLOT-OK.
           PERFORM VARYING WS-SJ FROM 1 BY 1
                   UNTIL WS-SJ > WS-SUBJECT-COUNT
                      OR WS-SLOT-OK = "N"
               IF SJ-SLOT (WS-SJ) = WS-SL
                   AND WS-CLASH-CELL (WS-PICK, WS-SJ) = "Y"
                   MOVE "N" TO WS-SLOT-OK
               END-IF
           END-PERFORM.
           IF WS-SLOT-OK = "N" OR WS-DAY-LIMIT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SL-DAY-NO (WS-SL) TO WS-DAY.
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-STUDENT-COUNT
                      OR WS-SLOT-OK = "N"
               PERFORM 330-COUNT-DAY-PAPERS
               IF WS-HAS-SUBJECT = "Y" AND WS-DAY-PAPERS > 1
                   MOVE "N" TO WS-SLOT-OK
               END-IF
           END-PERFORM.

      *> For student WS-SD: whether they sit subject WS-PICK, and
      *> how many papers they already have on exam day WS-DAY.
       330-COUNT-DAY-PAPERS.
           MOVE "N" TO WS-HAS-SUBJECT.
           MOVE ZERO TO WS-DAY-PAPERS.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > SD-SUBJ-COUNT (WS-SD)
               MOVE SD-SUBJ-NO (WS-SD, WS-K) TO WS-SJ
               IF WS-SJ = WS-PICK
                   MOVE "Y" TO WS-HAS-SUBJECT
               END-IF
               IF SJ-SLOT (WS-SJ) NOT = ZERO
                   IF SL-DAY-NO (SJ-SLOT (WS-SJ)) = WS-DAY
                       ADD 1 TO WS-DAY-PAPERS
                   END-IF
               END-IF
           END-PERFORM.

      *> A rerun replaces the term's timetable outright.
       400-WRITE-SCHEDULE.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO XS-KEY.
           MOVE WS-EXAM-TERM TO XS-TERM-CODE.
           START EXAM-SCHEDULE-FILE KEY NOT < XS-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 410-CLEAR-ONE-ROW UNTIL ENDOFINPUT.

           PERFORM VARYING WS-SJ FROM 1 BY 1
                   UNTIL WS-SJ > WS-SUBJECT-COUNT
               IF SJ-SLOT (WS-SJ) NOT = ZERO
                   MOVE SPACES TO EXAM-SCHEDULE-RECORD
                   MOVE WS-EXAM-TERM TO XS-TERM-CODE
                   MOVE SJ-SUBJECT (WS-SJ) TO XS-SUBJECT
                   MOVE SL-DATE (SJ-SLOT (WS-SJ)) TO XS-EXAM-DATE
                   MOVE SL-SESSION (SJ-SLOT (WS-SJ)) TO XS-SESSION
                   MOVE SJ-CANDIDATES (WS-SJ) TO XS-CANDIDATES
                   WRITE EXAM-SCHEDULE-RECORD
                       INVALID KEY REWRITE EXAM-SCHEDULE-RECORD
                   END-WRITE
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM.

       410-CLEAR-ONE-ROW.
           READ EXAM-SCHEDULE-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF XS-TERM-CODE NOT = WS-EXAM-TERM
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DELETE EXAM-SCHEDULE-FILE.

       500-PRINT-TIMETABLE.
           DISPLAY " ".
           DISPLAY "======== EXAM TIMETABLE - TERM " WS-EXAM-TERM
               " ========".
           DISPLAY "WINDOW " TL-EXAM-START " TO " TL-EXAM-END ", "
               WS-SUBJECT-COUNT " PAPERS, " WS-STUDENT-COUNT
               " CANDIDATES".
           PERFORM VARYING WS-SL FROM 1 BY 1
                   UNTIL WS-SL > WS-SLOT-COUNT
               IF SL-PAPERS (WS-SL) > ZERO
                   DISPLAY " "
                   DISPLAY SL-DAY-NAME (WS-SL) " " SL-DATE (WS-SL)
                       " " SL-SESSION (WS-SL) " - "
                       SL-SITTERS (WS-SL) " SITTING"
                   PERFORM VARYING WS-SJ FROM 1 BY 1
                           UNTIL WS-SJ > WS-SUBJECT-COUNT
                       IF SJ-SLOT (WS-SJ) = WS-SL
                           DISPLAY "    " SJ-SUBJECT (WS-SJ) " "
                               SJ-CANDIDATES (WS-SJ) " CANDIDATES"
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           DISPLAY " ".
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-STUDENT-COUNT
               PERFORM 510-CHECK-STUDENT-DAYS
           END-PERFORM.
           IF WS-CROWDED-COUNT > ZERO
               DISPLAY "** " WS-CROWDED-COUNT " STUDENT-DAYS WITH "
                   "MORE THAN TWO PAPERS - NO WIDER SPREAD FITTED **"
           END-IF.

           IF WS-UNSET-COUNT > ZERO
               DISPLAY " "
               DISPLAY "---- PAPERS NOT SET - WIDEN THE EXAM WINDOW "
                   "AND RERUN ----"
               PERFORM VARYING WS-SJ FROM 1 BY 1
                       UNTIL WS-SJ > WS-SUBJECT-COUNT
                   IF SJ-SLOT (WS-SJ) = ZERO
                       DISPLAY "    " SJ-SUBJECT (WS-SJ) " "
                           SJ-CANDIDATES (WS-SJ) " CANDIDATES, CLASHES "
                           "WITH " SJ-CLASHES (WS-SJ) " OTHERS"
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "PAPERS SET: " WS-WRITTEN-COUNT
               "  NOT SET: " WS-UNSET-COUNT.

       510-CHECK-STUDENT-DAYS.
           MOVE ZERO TO WS-PICK.
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-DAY-COUNT
               PERFORM 330-COUNT-DAY-PAPERS
               IF WS-DAY-PAPERS > 2
                   ADD 1 TO WS-CROWDED-COUNT
                   COMPUTE WS-SL = (WS-DAY - 1) * 2 + 1
                   DISPLAY "STUDENT " SD-STUDENT-ID (WS-SD) " HAS "
                       WS-DAY-PAPERS " PAPERS ON " SL-DAY-NAME (WS-SL)
                       " " SL-DATE (WS-SL)
               END-IF
           END-PERFORM.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "EXAM-SCHEDULE-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ENROLL-COUNT TO RL-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-UNSET-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM EXAM-SCHEDULE-RUN.
