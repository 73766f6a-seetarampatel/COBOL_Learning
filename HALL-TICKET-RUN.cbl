      *          keeping same-section students off adjacent seats
      *          where the mix allows, prints one hall ticket per
      *          student - their eligible subjects, room and seat -
      *          and a per-room manifest for the invigilators. Once
      *          EXAM-SCHEDULE-RUN has set the term's timetable on
      *          EXAMSCHD.DAT, each subject on a ticket carries its
      *          paper's date and session, and the manifests are
      *          printed session by session with the paper each
      *          seat is sitting. A student keeps the one seat for
      *          every paper. Stateless, so a late eligibility
      *          appeal just means running it again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXAM-ROOM-STATUS.

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

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-FILE.
           05 XR-ROOM-CODE        PIC X(4).
           05 XR-CAPACITY         PIC 9(3).

       FD  EXAM-SCHEDULE-FILE.
           COPY "EXAM-SCHEDULE.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  ATTENDANCE-STATUS      PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  EXAM-ROOM-STATUS       PIC X(2).
       01  EXAM-SCHEDULE-STATUS   PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-EXAM-TERM           PIC X(5).
       01  WS-MIN-ATTEND-PCT      PIC 9(3) VALUE 75.
       01  WS-ATTEND-PCT          PIC 9(3).

      *> The sitters: one row per eligible student, carrying up to
       01  WS-LAST-SECTION        PIC X(4).
       01  WS-PICK-IDX            PIC 9(3).

      *> The term's papers off EXAMSCHD.DAT - empty until the exam
      *> timetable has been set, when tickets show no dates and the
      *> manifests are the single seating plan.
       01  WS-PAPER-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-PAPER-TABLE-AREA.
           05 WS-PAPER-TABLE OCCURS 60 TIMES INDEXED BY PP-IDX.
               10 PP-SUBJECT       PIC X(10).
               10 PP-SESSION-KEY.
                   15 PP-DATE      PIC X(8).
                   15 PP-SESSION   PIC X(2).
       01  WS-PAPER-WHEN          PIC X(20).
       01  WS-LAST-SESSION        PIC X(10).
       01  WS-THIS-SESSION        PIC X(10).
       01  WS-SEAT-SUBJECT        PIC X(10).

           COPY "ELIGIBILITY-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "EXAM TERM CODE (FOR THE TICKET HEADING)".
           ACCEPT WS-EXAM-TERM.

           MOVE "MIN_ATTEND_PCT" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               COMPUTE WS-MIN-ATTEND-PCT =
                   FUNCTION NUMVAL(WS-PM-VALUE)
           END-IF.
           MOVE WS-MIN-ATTEND-PCT TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

      *> The exam bar as a criteria table - the same rule the
      *> eligibility report applies, from the same engine.
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 070-LOAD-PAPERS.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "

           PERFORM 200-ALLOCATE-SEATS.
           PERFORM 300-PRINT-HALL-TICKETS.
           IF WS-PAPER-COUNT = ZERO
               PERFORM 400-PRINT-ROOM-MANIFESTS
           ELSE
               PERFORM 420-PRINT-SESSION-MANIFESTS
           END-IF.

           GO TO 900-END-PROGRAM.

               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       070-LOAD-PAPERS.
           OPEN INPUT EXAM-SCHEDULE-FILE.
           IF EXAM-SCHEDULE-STATUS NOT = "00"
               DISPLAY "NO EXAMSCHD.DAT - TICKETS PRINT WITHOUT "
                   "EXAM DATES"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO XS-KEY.
           MOVE WS-EXAM-TERM TO XS-TERM-CODE.
           START EXAM-SCHEDULE-FILE KEY NOT < XS-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 080-LOAD-ONE-PAPER UNTIL ENDOFINPUT.
           CLOSE EXAM-SCHEDULE-FILE.
           IF WS-PAPER-COUNT = ZERO
               DISPLAY "NO EXAM TIMETABLE SET FOR " WS-EXAM-TERM
                   " - TICKETS PRINT WITHOUT EXAM DATES"
           END-IF.

       080-LOAD-ONE-PAPER.
           READ EXAM-SCHEDULE-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF XS-TERM-CODE NOT = WS-EXAM-TERM
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAPER-COUNT TO WS-TB-COUNT.
           MOVE 60 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-PAPER-COUNT
               SET PP-IDX TO WS-PAPER-COUNT
               MOVE XS-SUBJECT TO PP-SUBJECT (PP-IDX)
               MOVE XS-EXAM-DATE TO PP-DATE (PP-IDX)
               MOVE XS-SESSION TO PP-SESSION (PP-IDX)
           END-IF.

      *> One pass of ATTEND.DAT: each row that clears the bar adds
      *> its subject to that student's ticket, creating the sitter
      *> the first time.
                       "  SEAT " HT-SEAT (ST-IDX)
                   PERFORM VARYING ST2-IDX FROM 1 BY 1
                           UNTIL ST2-IDX > HT-SUBJ-COUNT (ST-IDX)
                       PERFORM 310-PRINT-TICKET-SUBJECT
                   END-PERFORM
                   DISPLAY "+---------------------------------------"
                       "------+"
               END-IF
           END-PERFORM.

       310-PRINT-TICKET-SUBJECT.
           MOVE SPACES TO WS-PAPER-WHEN.
           IF WS-PAPER-COUNT > ZERO
               MOVE "DATE TO BE SET" TO WS-PAPER-WHEN
               SET PP-IDX TO 1
               SEARCH WS-PAPER-TABLE
                   WHEN PP-IDX > WS-PAPER-COUNT
                       CONTINUE
                   WHEN PP-SUBJECT (PP-IDX)
                           = HT-SUBJECT (ST-IDX, ST2-IDX)
                       STRING PP-DATE (PP-IDX) " " PP-SESSION (PP-IDX)
                           DELIMITED BY SIZE INTO WS-PAPER-WHEN
               END-SEARCH
           END-IF.
           DISPLAY "    SUBJECT: " HT-SUBJECT (ST-IDX, ST2-IDX)
               " " WS-PAPER-WHEN.

       400-PRINT-ROOM-MANIFESTS.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > WS-ROOM-COUNT
               END-IF
           END-PERFORM.

      *> With a timetable set, one manifest per room per session, in
      *> date order, listing only the seats with a paper that
      *> session.
       420-PRINT-SESSION-MANIFESTS.
           MOVE LOW-VALUES TO WS-LAST-SESSION.
           PERFORM 430-NEXT-SESSION.
           PERFORM UNTIL WS-THIS-SESSION = HIGH-VALUES
               PERFORM VARYING RM-IDX FROM 1 BY 1
                       UNTIL RM-IDX > WS-ROOM-COUNT
                   DISPLAY " "
                   DISPLAY "======== SEATING MANIFEST - ROOM "
                       RM-ROOM-CODE (RM-IDX) " "
                       WS-THIS-SESSION (1:8) " "
                       WS-THIS-SESSION (9:2) " ========"
                   PERFORM VARYING WS-SEAT-NO FROM 1 BY 1
                           UNTIL WS-SEAT-NO > RM-CAPACITY (RM-IDX)
                       PERFORM 440-PRINT-ONE-SESSION-SEAT
                   END-PERFORM
               END-PERFORM
               MOVE WS-THIS-SESSION TO WS-LAST-SESSION
               PERFORM 430-NEXT-SESSION
           END-PERFORM.

      *> The earliest date and session after WS-LAST-SESSION, or
      *> HIGH-VALUES when there is none.
       430-NEXT-SESSION.
           MOVE HIGH-VALUES TO WS-THIS-SESSION.
           PERFORM VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > WS-PAPER-COUNT
               IF PP-SESSION-KEY (PP-IDX) > WS-LAST-SESSION
                   AND PP-SESSION-KEY (PP-IDX) < WS-THIS-SESSION
                   MOVE PP-SESSION-KEY (PP-IDX) TO WS-THIS-SESSION
               END-IF
           END-PERFORM.

       440-PRINT-ONE-SESSION-SEAT.
           PERFORM VARYING ST2-IDX FROM 1 BY 1
                   UNTIL ST2-IDX > WS-SITTER-COUNT
               IF HT-ROOM (ST2-IDX) = RM-ROOM-CODE (RM-IDX)
                   AND HT-SEAT (ST2-IDX) = WS-SEAT-NO
                   PERFORM 450-FIND-SEAT-SUBJECT
                   IF WS-SEAT-SUBJECT NOT = SPACES
                       DISPLAY "SEAT " WS-SEAT-NO " "
                           HT-STUDENT-ID (ST2-IDX) " "
                           HT-STUDENT-NAME (ST2-IDX) " "
                           HT-SECTION (ST2-IDX) " "
                           WS-SEAT-SUBJECT
                   END-IF
               END-IF
           END-PERFORM.

      *> The subject sitter ST2-IDX sits in this session, if any.
       450-FIND-SEAT-SUBJECT.
           MOVE SPACES TO WS-SEAT-SUBJECT.
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX > HT-SUBJ-COUNT (ST2-IDX)
                      OR WS-SEAT-SUBJECT NOT = SPACES
               PERFORM VARYING PP-IDX FROM 1 BY 1
                       UNTIL PP-IDX > WS-PAPER-COUNT
                   IF PP-SUBJECT (PP-IDX)
                           = HT-SUBJECT (ST2-IDX, WS-FOUND-IDX)
                       AND PP-SESSION-KEY (PP-IDX) = WS-THIS-SESSION
                       MOVE PP-SUBJECT (PP-IDX) TO WS-SEAT-SUBJECT
                   END-IF
               END-PERFORM
           END-PERFORM.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "HALL-TICKET-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-SITTER-COUNT TO RL-READ-COUNT.
           MOVE WS-SEATED-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM HALL-TICKET-RUN.
