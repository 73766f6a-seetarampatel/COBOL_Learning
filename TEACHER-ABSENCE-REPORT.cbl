      ******************************************************************
      * Author:
      * Date:
      * Purpose: Termly absence and cover report for a keyed term:
      *          per teacher, the school days (Monday to Friday)
      *          away inside the term's TERMCAL.DAT dates - sick
      *          days shown apart - the lessons of theirs that
      *          needed cover and how many of those went uncovered
      *          (COVERDTY.DAT), and the cover duties they did for
      *          others. Totals close the report so the head sees
      *          both the absence and who carried it. Run-logged
      *          like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHER-ABSENCE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-MASTER
               ASSIGN TO "TEACHERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TEACHER-ID
               FILE STATUS IS TEACHER-MASTER-STATUS.

           SELECT TEACHER-ABSENCE-FILE
               ASSIGN TO "TEACHABS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-ABSENCE-KEY
               FILE STATUS IS TEACHER-ABSENCE-STATUS.

           SELECT COVER-DUTY-FILE
               ASSIGN TO "COVERDTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-COVER-KEY
               FILE STATUS IS COVER-DUTY-STATUS.

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
       FD  TEACHER-MASTER.
           COPY "TEACHER-MASTER.CPY".

       FD  TEACHER-ABSENCE-FILE.
           COPY "TEACHER-ABSENCE.CPY".

       FD  COVER-DUTY-FILE.
           COPY "COVER-DUTY.CPY".

       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  TEACHER-MASTER-STATUS  PIC X(2).
       01  TEACHER-ABSENCE-STATUS PIC X(2).
       01  COVER-DUTY-STATUS      PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".

       01  WS-REPORT-TERM         PIC X(5).
       01  WS-TERM-START          PIC X(8).
       01  WS-TERM-END            PIC X(8).
       01  WS-DATE-NUM            PIC 9(8).
       01  WS-FIRST-INT           PIC 9(8).
       01  WS-LAST-INT            PIC 9(8).
       01  WS-DAY-INT             PIC 9(8).
       01  WS-DOW                 PIC 9(1).
       01  WS-SPELL-DAYS          PIC 9(3).
       01  WS-ROWS-READ           PIC 9(7) VALUE ZERO.

       01  WS-TEACHER-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-TEACHER-TABLE-AREA.
           05 WS-TEACHER-TABLE OCCURS 80 TIMES.
               10 TT-TEACHER-ID   PIC X(6).
               10 TT-TEACHER-NAME PIC X(20).
               10 TT-DAYS-AWAY    PIC 9(3).
               10 TT-SICK-DAYS    PIC 9(3).
               10 TT-LESSONS-LOST PIC 9(4).
               10 TT-UNCOVERED    PIC 9(4).
               10 TT-COVER-DONE   PIC 9(4).
       01  TT-IDX                 PIC 9(3).
       01  WS-FOUND-IDX           PIC 9(3).
       01  WS-FIND-ID             PIC X(6).

       01  WS-TOTALS.
           05 WS-TOT-DAYS-AWAY    PIC 9(5) VALUE ZERO.
           05 WS-TOT-SICK-DAYS    PIC 9(5) VALUE ZERO.
           05 WS-TOT-LESSONS-LOST PIC 9(6) VALUE ZERO.
           05 WS-TOT-UNCOVERED    PIC 9(6) VALUE ZERO.
           05 WS-TOT-COVER-DONE   PIC 9(6) VALUE ZERO.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "TERM (E.G. 26T1)".
           ACCEPT WS-REPORT-TERM.
           MOVE FUNCTION UPPER-CASE(WS-REPORT-TERM) TO WS-REPORT-TERM.

           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS NOT = "00"
               DISPLAY "NO TERM CALENDAR, STATUS " TERM-CALENDAR-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-REPORT-TERM TO TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "TERM NOT ON THE CALENDAR: " WS-REPORT-TERM
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE TERM-CALENDAR-FILE.
           IF RETURN-CODE NOT = ZERO
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE TL-START-DATE TO WS-TERM-START.
           MOVE TL-END-DATE TO WS-TERM-END.

           OPEN INPUT TEACHER-MASTER.
           IF TEACHER-MASTER-STATUS NOT = "00"
               DISPLAY "NO TEACHER FILE, STATUS " TEACHER-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 100-LOAD-TEACHERS.
           CLOSE TEACHER-MASTER.
           PERFORM 200-COUNT-ABSENCES.
           PERFORM 300-COUNT-COVER.

           DISPLAY "========= TEACHER ABSENCE AND COVER - TERM "
               WS-REPORT-TERM " =========".
           DISPLAY "TERM RUNS " WS-TERM-START " TO " WS-TERM-END.
           DISPLAY "TEACHER NAME                 DAYS SICK  LOST "
               "UNCOV COVER".
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > WS-TEACHER-COUNT
               PERFORM 400-PRINT-ONE-TEACHER
           END-PERFORM.
           DISPLAY "=================================================".
           DISPLAY "DAYS AWAY: " WS-TOT-DAYS-AWAY
               " (SICK " WS-TOT-SICK-DAYS ")".
           DISPLAY "LESSONS NEEDING COVER: " WS-TOT-LESSONS-LOST
               " UNCOVERED: " WS-TOT-UNCOVERED
               " COVER DUTIES DONE: " WS-TOT-COVER-DONE.
           GO TO 900-END-PROGRAM.

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
               INITIALIZE WS-TEACHER-TABLE (WS-TEACHER-COUNT)
               MOVE TM-TEACHER-ID TO TT-TEACHER-ID (WS-TEACHER-COUNT)
               MOVE TM-TEACHER-NAME
                   TO TT-TEACHER-NAME (WS-TEACHER-COUNT)
           END-IF.

       150-FIND-TEACHER.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > WS-TEACHER-COUNT
               IF TT-TEACHER-ID (TT-IDX) = WS-FIND-ID
                   MOVE TT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       200-COUNT-ABSENCES.
           OPEN INPUT TEACHER-ABSENCE-FILE.
           IF TEACHER-ABSENCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TB-ABSENCE-KEY.
           START TEACHER-ABSENCE-FILE KEY NOT < TB-ABSENCE-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 210-COUNT-ONE-SPELL UNTIL ENDOFINPUT.
           CLOSE TEACHER-ABSENCE-FILE.

      *> Only the part of the spell inside the term, weekdays only.
       210-COUNT-ONE-SPELL.
           READ TEACHER-ABSENCE-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           IF TB-TO-DATE < WS-TERM-START OR TB-FROM-DATE > WS-TERM-END
               OR TB-FROM-DATE IS NOT NUMERIC
               OR TB-TO-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE TB-TEACHER-ID TO WS-FIND-ID.
           PERFORM 150-FIND-TEACHER.
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF TB-FROM-DATE < WS-TERM-START
               MOVE WS-TERM-START TO WS-DATE-NUM
           ELSE
               MOVE TB-FROM-DATE TO WS-DATE-NUM
           END-IF.
           COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF TB-TO-DATE > WS-TERM-END
               MOVE WS-TERM-END TO WS-DATE-NUM
           ELSE
               MOVE TB-TO-DATE TO WS-DATE-NUM
           END-IF.
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE ZERO TO WS-SPELL-DAYS.
           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
                   UNTIL WS-DAY-INT > WS-LAST-INT
               COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               IF WS-DOW < 6
                   ADD 1 TO WS-SPELL-DAYS
               END-IF
           END-PERFORM.
           ADD WS-SPELL-DAYS TO TT-DAYS-AWAY (WS-FOUND-IDX).
           ADD WS-SPELL-DAYS TO WS-TOT-DAYS-AWAY.
           IF TB-REASON = "S"
               ADD WS-SPELL-DAYS TO TT-SICK-DAYS (WS-FOUND-IDX)
               ADD WS-SPELL-DAYS TO WS-TOT-SICK-DAYS
           END-IF.

       300-COUNT-COVER.
           OPEN INPUT COVER-DUTY-FILE.
           IF COVER-DUTY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CV-COVER-KEY.
           START COVER-DUTY-FILE KEY NOT < CV-COVER-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 310-COUNT-ONE-COVER UNTIL ENDOFINPUT.
           CLOSE COVER-DUTY-FILE.

       310-COUNT-ONE-COVER.
           READ COVER-DUTY-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           IF CV-TERM-CODE NOT = WS-REPORT-TERM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-LESSONS-LOST.
           MOVE CV-ABSENT-ID TO WS-FIND-ID.
           PERFORM 150-FIND-TEACHER.
           IF WS-FOUND-IDX NOT = ZERO
               ADD 1 TO TT-LESSONS-LOST (WS-FOUND-IDX)
               IF CV-COVER-ID = SPACES
                   ADD 1 TO TT-UNCOVERED (WS-FOUND-IDX)
               END-IF
           END-IF.
           IF CV-COVER-ID = SPACES
               ADD 1 TO WS-TOT-UNCOVERED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-COVER-DONE.
           MOVE CV-COVER-ID TO WS-FIND-ID.
           PERFORM 150-FIND-TEACHER.
           IF WS-FOUND-IDX NOT = ZERO
               ADD 1 TO TT-COVER-DONE (WS-FOUND-IDX)
           END-IF.

       400-PRINT-ONE-TEACHER.
           DISPLAY TT-TEACHER-ID (TT-IDX) "  "
               TT-TEACHER-NAME (TT-IDX) " "
               TT-DAYS-AWAY (TT-IDX) "  " TT-SICK-DAYS (TT-IDX) "  "
               TT-LESSONS-LOST (TT-IDX) "  " TT-UNCOVERED (TT-IDX)
               "  " TT-COVER-DONE (TT-IDX).

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "TEACHER-ABSENCE-RPT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROWS-READ TO RL-READ-COUNT.
           MOVE WS-TEACHER-COUNT TO RL-WRITTEN-COUNT.
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

       END PROGRAM TEACHER-ABSENCE-REPORT.
