      ******************************************************************
      * Author:
      * Date:
      * Purpose: Marks completeness for a keyed term, run before the
      *          report cards and the board export so a teacher's
      *          missing marks are chased before the batch prints,
      *          not after. Every ENROLL.DAT enrolment of an active
      *          student is checked for its MARKS.DAT row and, for a
      *          subject with COMPWGT.DAT weights, every weighted
      *          component on COMPONENTS.DAT; corrections still
      *          waiting on PENDING.DAT for approval count too. The
      *          gaps list by teacher (TEACHASG.DAT) and section,
      *          and one MARKSCHK.DAT row per section records the
      *          outcome - REPORT-CARD-RUN and BOARD-RESULTS-EXPORT
      *          refuse a section that is not complete unless the
      *          principal signs it off at MARKS-SIGNOFF-DESK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKS-COMPLETENESS-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT MARKS-MASTER
               ASSIGN TO "MARKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-MARKS-KEY
               FILE STATUS IS MARKS-MASTER-STATUS.

           SELECT COMPONENT-FILE
               ASSIGN TO "COMPONENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-COMP-KEY
               FILE STATUS IS COMPONENT-FILE-STATUS.

           SELECT WEIGHTS-FILE
               ASSIGN TO "COMPWGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEIGHTS-FILE-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO "PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

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

           SELECT MARKS-STATUS-FILE
               ASSIGN TO "MARKSCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-STATUS-KEY
               FILE STATUS IS MARKS-STATUS-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY "ENROLLMENT.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  MARKS-MASTER.
           COPY "SUBJECT-MARKS.CPY".

       FD  COMPONENT-FILE.
           COPY "ASSESS-COMPONENT.CPY".

       FD  WEIGHTS-FILE.
           COPY "COMPONENT-WEIGHTS.CPY".

       FD  PENDING-FILE.
           COPY "PENDING-CHANGE.CPY".

       FD  TEACHER-ASSIGNMENT-FILE.
           COPY "TEACHER-ASSIGNMENT.CPY".

       FD  TEACHER-MASTER.
           COPY "TEACHER-MASTER.CPY".

       FD  MARKS-STATUS-FILE.
           COPY "MARKS-STATUS.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  ENROLLMENT-STATUS      PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  MARKS-MASTER-STATUS    PIC X(2).
       01  COMPONENT-FILE-STATUS  PIC X(2).
       01  WEIGHTS-FILE-STATUS    PIC X(2).
       01  PENDING-FILE-STATUS    PIC X(2).
       01  TEACHER-ASSIGN-STATUS  PIC X(2).
       01  TEACHER-MASTER-STATUS  PIC X(2).
       01  MARKS-STATUS-STATUS    PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".
       01  WS-WEIGHTS-EOF         PIC X(1).

       01  WS-CHECK-TERM          PIC X(5).
       01  WS-TODAY               PIC X(8).
       01  WS-ROW-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-SECTION             PIC X(4).
       01  WS-SUBJECT             PIC X(10).
       01  WS-STUDENT-ID          PIC X(8).
       01  WS-WHAT                PIC X(12).
       01  WS-OUTSTANDING         PIC 9(5).
       01  WS-VERDICT             PIC X(17).
       01  WS-NEW-ROW             PIC X(1).

      *> The weights table, loaded whole - the MARKS-COMPOSE-RUN
      *> shape.
       01  WS-WGT-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-WGT-TABLE.
           05 WGT-ENTRY OCCURS 200 TIMES.
               10 WG-SUBJECT      PIC X(10).
               10 WG-COMP-CODE    PIC X(2).
       01  WG-IDX                 PIC 9(3).

      *> Every section seen in the term, with its tallies for the
      *> MARKSCHK.DAT row.
       01  WS-SECTION-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-SECTION-TABLE-AREA.
           05 WS-SECTION-TABLE OCCURS 60 TIMES.
               10 SC-SECTION       PIC X(4).
               10 SC-ENROLLED      PIC 9(5).
               10 SC-MISSING-MARKS PIC 9(5).
               10 SC-MISSING-COMPS PIC 9(5).
               10 SC-PENDING       PIC 9(5).
       01  WS-SC                  PIC 9(2).
       01  WS-FOUND-SC            PIC 9(2).

      *> The outstanding items themselves, printed back by teacher
      *> and section once the passes are done.
       01  WS-ITEM-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-ITEM-TABLE-AREA.
           05 WS-ITEM-TABLE OCCURS 1000 TIMES.
               10 MI-TEACHER-ID    PIC X(6).
               10 MI-SECTION       PIC X(4).
               10 MI-STUDENT-ID    PIC X(8).
               10 MI-SUBJECT       PIC X(10).
               10 MI-WHAT          PIC X(12).
       01  WS-MI                  PIC 9(4).

       01  WS-TEACHER-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-TEACHER-TABLE-AREA.
           05 WS-TEACHER-TABLE OCCURS 100 TIMES.
               10 TW-TEACHER-ID    PIC X(6).
       01  WS-TW                  PIC 9(3).
       01  WS-FOUND-TW            PIC 9(3).
       01  WS-TEACHER-ID          PIC X(6).
       01  WS-SECTION-PRINTED     PIC X(1).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           DISPLAY "MARKS COMPLETENESS RUN".
           DISPLAY "TERM TO CHECK (E.G. 26T1)".
           ACCEPT WS-CHECK-TERM.

           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-STATUS NOT = "00"
               DISPLAY "NO ENROLLMENT FILE, STATUS "
                   ENROLLMENT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE ENROLLMENT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT MARKS-MASTER.
           IF MARKS-MASTER-STATUS = "35"
               OPEN OUTPUT MARKS-MASTER
               CLOSE MARKS-MASTER
               OPEN INPUT MARKS-MASTER
           END-IF.
           OPEN INPUT COMPONENT-FILE.
           IF COMPONENT-FILE-STATUS = "35"
               OPEN OUTPUT COMPONENT-FILE
               CLOSE COMPONENT-FILE
               OPEN INPUT COMPONENT-FILE
           END-IF.
           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           IF TEACHER-ASSIGN-STATUS = "35"
               OPEN OUTPUT TEACHER-ASSIGNMENT-FILE
               CLOSE TEACHER-ASSIGNMENT-FILE
               OPEN INPUT TEACHER-ASSIGNMENT-FILE
           END-IF.
           OPEN INPUT TEACHER-MASTER.
           IF TEACHER-MASTER-STATUS = "35"
               OPEN OUTPUT TEACHER-MASTER
               CLOSE TEACHER-MASTER
               OPEN INPUT TEACHER-MASTER
           END-IF.
           OPEN I-O MARKS-STATUS-FILE.
           IF MARKS-STATUS-STATUS = "35"
               OPEN OUTPUT MARKS-STATUS-FILE
               CLOSE MARKS-STATUS-FILE
               OPEN I-O MARKS-STATUS-FILE
           END-IF.

           PERFORM 050-LOAD-WEIGHTS.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 100-CHECK-ONE-ENROLMENT UNTIL ENDOFINPUT.
           CLOSE ENROLLMENT-FILE.

           PERFORM 200-COUNT-PENDING.

      *> A section with marks but no enrolment rows is still a
      *> section the report cards print - it gets its row too.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO FI-MARKS-KEY.
           START MARKS-MASTER KEY NOT < FI-MARKS-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 250-NOTE-ONE-MARKS-SECTION UNTIL ENDOFINPUT.

           DISPLAY "====== MARKS OUTSTANDING - TERM " WS-CHECK-TERM
               " ======".
           PERFORM VARYING WS-TW FROM 1 BY 1
                   UNTIL WS-TW > WS-TEACHER-COUNT
               PERFORM 400-PRINT-ONE-TEACHER
           END-PERFORM.
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "NOTHING OUTSTANDING"
           END-IF.

           DISPLAY "====== SECTIONS - TERM " WS-CHECK-TERM " ======".
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-SECTION-COUNT
               PERFORM 500-RECORD-ONE-SECTION
           END-PERFORM.
           DISPLAY "ENROLMENTS CHECKED: " WS-ROW-COUNT
               " ITEMS OUTSTANDING: " WS-OUTSTANDING-COUNT
               " SECTIONS HELD: " WS-HELD-COUNT.

           CLOSE STUDENT-MASTER.
           CLOSE MARKS-MASTER.
           CLOSE COMPONENT-FILE.
           CLOSE TEACHER-ASSIGNMENT-FILE.
           CLOSE TEACHER-MASTER.
           CLOSE MARKS-STATUS-FILE.

           GO TO 900-END-PROGRAM.

       050-LOAD-WEIGHTS.
           OPEN INPUT WEIGHTS-FILE.
           IF WEIGHTS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-WEIGHTS-EOF.
           PERFORM 060-LOAD-ONE-WEIGHT UNTIL WS-WEIGHTS-EOF = "Y".
           CLOSE WEIGHTS-FILE.

       060-LOAD-ONE-WEIGHT.
           READ WEIGHTS-FILE
               AT END MOVE "Y" TO WS-WEIGHTS-EOF
           END-READ.
           IF WS-WEIGHTS-EOF = "N"
               MOVE WS-WGT-COUNT TO WS-TB-COUNT
               MOVE 200 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-WGT-COUNT
                   MOVE CW-SUBJECT TO WG-SUBJECT (WS-WGT-COUNT)
                   MOVE CW-COMP-CODE TO WG-COMP-CODE (WS-WGT-COUNT)
               END-IF
           END-IF.

      *> One enrolment: the student must still be here, then the
      *> mark and each weighted component must be on file.
       100-CHECK-ONE-ENROLMENT.
           READ ENROLLMENT-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF EN-TERM-CODE NOT = WS-CHECK-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE EN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SM-STATUS NOT = SPACES AND SM-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE SM-CLASS-SECTION TO WS-SECTION.
           MOVE EN-SUBJECT TO WS-SUBJECT.
           MOVE EN-STUDENT-ID TO WS-STUDENT-ID.
           PERFORM 300-FIND-SECTION.
           IF WS-FOUND-SC = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SC-ENROLLED (WS-FOUND-SC).

           MOVE EN-STUDENT-ID TO FI-STUDENT-ID.
           MOVE EN-SUBJECT TO FI-SUBJECT.
           MOVE EN-TERM-CODE TO FI-TERM-CODE.
           READ MARKS-MASTER
               INVALID KEY
                   ADD 1 TO SC-MISSING-MARKS (WS-FOUND-SC)
                   MOVE "NO MARK" TO WS-WHAT
                   PERFORM 350-ADD-ITEM
           END-READ.

           PERFORM VARYING WG-IDX FROM 1 BY 1
                   UNTIL WG-IDX > WS-WGT-COUNT
               IF WG-SUBJECT (WG-IDX) = EN-SUBJECT
                   PERFORM 110-CHECK-ONE-COMPONENT
               END-IF
           END-PERFORM.

       110-CHECK-ONE-COMPONENT.
           MOVE EN-STUDENT-ID TO AS-STUDENT-ID.
           MOVE EN-SUBJECT TO AS-SUBJECT.
           MOVE EN-TERM-CODE TO AS-TERM-CODE.
           MOVE WG-COMP-CODE (WG-IDX) TO AS-COMP-CODE.
           READ COMPONENT-FILE
               INVALID KEY
                   ADD 1 TO SC-MISSING-COMPS (WS-FOUND-SC)
                   MOVE SPACES TO WS-WHAT
                   STRING "COMPONENT " WG-COMP-CODE (WG-IDX)
                       DELIMITED BY SIZE INTO WS-WHAT
                   PERFORM 350-ADD-ITEM
           END-READ.

      *> Corrections a second user has still to approve or reject -
      *> the mark on file may yet change under the printed card.
       200-COUNT-PENDING.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 210-COUNT-ONE-PENDING UNTIL ENDOFINPUT.
           CLOSE PENDING-FILE.

       210-COUNT-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF PC-STATUS NOT = "P" OR PC-TERM-CODE NOT = WS-CHECK-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE PC-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SM-STATUS NOT = SPACES AND SM-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE SM-CLASS-SECTION TO WS-SECTION.
           MOVE PC-SUBJECT TO WS-SUBJECT.
           MOVE PC-STUDENT-ID TO WS-STUDENT-ID.
           PERFORM 300-FIND-SECTION.
           IF WS-FOUND-SC = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SC-PENDING (WS-FOUND-SC).
           MOVE "NOT APPROVED" TO WS-WHAT.
           PERFORM 350-ADD-ITEM.

       250-NOTE-ONE-MARKS-SECTION.
           READ MARKS-MASTER NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF FI-TERM-CODE = WS-CHECK-TERM
               AND FI-CLASS-SECTION NOT = SPACES
               AND NOT FI-CREDITED-PRIOR
               MOVE FI-CLASS-SECTION TO WS-SECTION
               PERFORM 300-FIND-SECTION
           END-IF.

       300-FIND-SECTION.
           MOVE ZERO TO WS-FOUND-SC.
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-SECTION-COUNT
               IF SC-SECTION (WS-SC) = WS-SECTION
                   MOVE WS-SC TO WS-FOUND-SC
               END-IF
           END-PERFORM.
           IF WS-FOUND-SC NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-TB-COUNT.
           MOVE 60 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-SECTION-COUNT TO WS-FOUND-SC
               MOVE WS-SECTION TO SC-SECTION (WS-FOUND-SC)
               MOVE ZERO TO SC-ENROLLED (WS-FOUND-SC)
               MOVE ZERO TO SC-MISSING-MARKS (WS-FOUND-SC)
               MOVE ZERO TO SC-MISSING-COMPS (WS-FOUND-SC)
               MOVE ZERO TO SC-PENDING (WS-FOUND-SC)
           END-IF.

      *> The teacher answering for the item is whoever TEACHASG.DAT
      *> has on that subject for the student's section this term.
       350-ADD-ITEM.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           MOVE WS-SUBJECT TO TA-SUBJECT.
           MOVE WS-SECTION TO TA-CLASS-SECTION.
           MOVE WS-CHECK-TERM TO TA-TERM-CODE.
           READ TEACHER-ASSIGNMENT-FILE
               INVALID KEY
                   MOVE SPACES TO TA-TEACHER-ID
           END-READ.
           MOVE TA-TEACHER-ID TO WS-TEACHER-ID.
           PERFORM 360-NOTE-TEACHER.
           MOVE WS-ITEM-COUNT TO WS-TB-COUNT.
           MOVE 1000 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-TEACHER-ID TO MI-TEACHER-ID (WS-ITEM-COUNT).
           MOVE WS-SECTION TO MI-SECTION (WS-ITEM-COUNT).
           MOVE WS-STUDENT-ID TO MI-STUDENT-ID (WS-ITEM-COUNT).
           MOVE WS-SUBJECT TO MI-SUBJECT (WS-ITEM-COUNT).
           MOVE WS-WHAT TO MI-WHAT (WS-ITEM-COUNT).

       360-NOTE-TEACHER.
           MOVE ZERO TO WS-FOUND-TW.
           PERFORM VARYING WS-TW FROM 1 BY 1
                   UNTIL WS-TW > WS-TEACHER-COUNT
               IF TW-TEACHER-ID (WS-TW) = WS-TEACHER-ID
                   MOVE WS-TW TO WS-FOUND-TW
               END-IF
           END-PERFORM.
           IF WS-FOUND-TW = ZERO
               MOVE WS-TEACHER-COUNT TO WS-TB-COUNT
               MOVE 100 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-TEACHER-COUNT
                   MOVE WS-TEACHER-ID
                       TO TW-TEACHER-ID (WS-TEACHER-COUNT)
               END-IF
           END-IF.

       400-PRINT-ONE-TEACHER.
           MOVE TW-TEACHER-ID (WS-TW) TO WS-TEACHER-ID.
           IF WS-TEACHER-ID = SPACES
               MOVE "(NO TEACHER ASSIGNED)" TO TM-TEACHER-NAME
           ELSE
               MOVE WS-TEACHER-ID TO TM-TEACHER-ID
               READ TEACHER-MASTER
                   INVALID KEY
                       MOVE "(NOT ON TEACHER FILE)" TO TM-TEACHER-NAME
               END-READ
           END-IF.
           DISPLAY " ".
           DISPLAY "TEACHER " WS-TEACHER-ID " " TM-TEACHER-NAME.
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-SECTION-COUNT
               PERFORM 410-PRINT-TEACHER-SECTION
           END-PERFORM.

       410-PRINT-TEACHER-SECTION.
           MOVE "N" TO WS-SECTION-PRINTED.
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-ITEM-COUNT
               IF MI-TEACHER-ID (WS-MI) = WS-TEACHER-ID
                   AND MI-SECTION (WS-MI) = SC-SECTION (WS-SC)
                   IF WS-SECTION-PRINTED = "N"
                       DISPLAY "  SECTION " SC-SECTION (WS-SC)
                       MOVE "Y" TO WS-SECTION-PRINTED
                   END-IF
                   DISPLAY "    " MI-STUDENT-ID (WS-MI) " "
                       MI-SUBJECT (WS-MI) " " MI-WHAT (WS-MI)
               END-IF
           END-PERFORM.

      *> The section's MARKSCHK.DAT row. A standing sign-off is kept
      *> while no more is outstanding than was signed for.
       500-RECORD-ONE-SECTION.
           COMPUTE WS-OUTSTANDING = SC-MISSING-MARKS (WS-SC)
               + SC-MISSING-COMPS (WS-SC) + SC-PENDING (WS-SC).
           MOVE SC-SECTION (WS-SC) TO MK-CLASS-SECTION.
           MOVE WS-CHECK-TERM TO MK-TERM-CODE.
           READ MARKS-STATUS-FILE
               INVALID KEY
                   MOVE SPACES TO MK-SIGNED-BY
                   MOVE SPACES TO MK-SIGNED-DATE
                   MOVE ZERO TO MK-SIGNED-OUTSTANDING
                   MOVE "Y" TO WS-NEW-ROW
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-ROW
           END-READ.
           MOVE SC-SECTION (WS-SC) TO MK-CLASS-SECTION.
           MOVE WS-CHECK-TERM TO MK-TERM-CODE.
           MOVE SC-ENROLLED (WS-SC) TO MK-ENROLLED.
           MOVE SC-MISSING-MARKS (WS-SC) TO MK-MISSING-MARKS.
           MOVE SC-MISSING-COMPS (WS-SC) TO MK-MISSING-COMPS.
           MOVE SC-PENDING (WS-SC) TO MK-PENDING.
           MOVE WS-TODAY TO MK-CHECKED-DATE.
           IF MK-SIGNED-BY NOT = SPACES
               AND WS-OUTSTANDING > MK-SIGNED-OUTSTANDING
               DISPLAY "SIGN-OFF FOR " SC-SECTION (WS-SC)
                   " LAPSED - MORE OUTSTANDING THAN WAS SIGNED FOR"
               MOVE SPACES TO MK-SIGNED-BY
               MOVE SPACES TO MK-SIGNED-DATE
               MOVE ZERO TO MK-SIGNED-OUTSTANDING
           END-IF.
           EVALUATE TRUE
               WHEN WS-OUTSTANDING = ZERO
                   MOVE "COMPLETE" TO WS-VERDICT
               WHEN MK-SIGNED-BY NOT = SPACES
                   MOVE "SIGNED OFF" TO WS-VERDICT
               WHEN OTHER
                   MOVE "HELD - INCOMPLETE" TO WS-VERDICT
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE.
           IF WS-NEW-ROW = "Y"
               WRITE MARKS-STATUS-RECORD
           ELSE
               REWRITE MARKS-STATUS-RECORD
           END-IF.
           DISPLAY SC-SECTION (WS-SC) " ENROLLED " MK-ENROLLED
               " NO MARK " MK-MISSING-MARKS
               " COMPONENTS " MK-MISSING-COMPS
               " PENDING " MK-PENDING " " WS-VERDICT.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "MARKS-COMPLETENESS" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROW-COUNT TO RL-READ-COUNT.
           MOVE WS-SECTION-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-OUTSTANDING-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM MARKS-COMPLETENESS-RUN.
