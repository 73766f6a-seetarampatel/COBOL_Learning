      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proposes the sections of one class for the incoming
      *          year, run after CLASS-PROMOTION-RUN has moved the
      *          school up and the new admissions are enrolled. The
      *          class's active students on STUDENTMSTR.DAT are
      *          spread across the class's sections on SECTSEAT.DAT
      *          whatever section suffix they came up with, balancing
      *          head count against each section's seats, then
      *          boys and girls, then the prior-year average (the
      *          keyed year-end term's marks off MARKS.DAT; the
      *          entrance-test average for a new admission with no
      *          marks, the class mean failing that). Students the
      *          office keeps together on SECTPAIR.DAT are placed as
      *          one unit, strongest and largest units first, each
      *          into the emptiest section; students kept apart are
      *          never put together while any other section will
      *          take them. The proposal goes to SECTPROP.DAT and is
      *          printed section by section for the principal, who
      *          adjusts and approves it at SECTION-ALLOCATION-DESK -
      *          nothing on the student master changes here. A rerun
      *          replaces the class's earlier proposal. Run-logged
      *          like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-ALLOCATION-RUN.

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

           SELECT SECTION-SEATS-FILE
               ASSIGN TO "SECTSEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-SEATS-STATUS.

           SELECT APPLICANT-FILE
               ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPLICANT-NO
               FILE STATUS IS APPLICANT-STATUS.

           SELECT SECTION-PAIR-FILE
               ASSIGN TO "SECTPAIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-PAIR-KEY
               FILE STATUS IS SECTION-PAIR-STATUS.

           SELECT SECTION-PROPOSAL-FILE
               ASSIGN TO "SECTPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-STUDENT-ID
               FILE STATUS IS SECTION-PROPOSAL-STATUS.

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

       FD  SECTION-SEATS-FILE.
           COPY "SECTION-SEATS.CPY".

       FD  APPLICANT-FILE.
           COPY "APPLICANT.CPY".

       FD  SECTION-PAIR-FILE.
           COPY "SECTION-PAIR.CPY".

       FD  SECTION-PROPOSAL-FILE.
           COPY "SECTION-PROPOSAL.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  MARKS-MASTER-STATUS    PIC X(2).
       01  SECTION-SEATS-STATUS   PIC X(2).
       01  APPLICANT-STATUS       PIC X(2).
       01  SECTION-PAIR-STATUS    PIC X(2).
       01  SECTION-PROPOSAL-STATUS PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".
       01  WS-MARKS-EOF           PIC X(1).
           88 ENDOFMARKS VALUE "Y".

       01  WS-ALLOC-CLASS         PIC 9(2).
       01  WS-YEAR-TERM           PIC X(5).
       01  WS-SUBJECT-COUNT       PIC 9(3).
       01  WS-MARKS-SUM           PIC 9(7).
       01  WS-CLASS-SUM           PIC 9(7) VALUE ZERO.
       01  WS-CLASS-MARKED        PIC 9(3) VALUE ZERO.
       01  WS-CLASS-MEAN          PIC 9(3) VALUE ZERO.
       01  WS-WRITTEN-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-NOTE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-PAIR-COUNT          PIC 9(5) VALUE ZERO.

      *> The class number of a section - "10A" is class 10, "5B"
      *> class 5, the same reading CLASS-PROMOTION-RUN gives it.
       01  WS-PARSE-SECTION       PIC X(4).
       01  WS-PARSE-CLASS         PIC 9(2).

      *> The class's sections, with what has been placed in each.
       01  WS-SECTION-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-SECTION-TABLE-AREA.
           05 WS-SECTION-TABLE OCCURS 20 TIMES.
               10 SC-SECTION       PIC X(4).
               10 SC-SEATS         PIC 9(3).
               10 SC-HEADS         PIC 9(3).
               10 SC-MALES         PIC 9(3).
               10 SC-FEMALES       PIC 9(3).
               10 SC-MARKS-SUM     PIC 9(7).
               10 SC-APART-OK      PIC X(1).
               10 SC-LEFT          PIC S9(4).
       01  WS-SC                  PIC 9(2).
       01  WS-BEST-SC             PIC 9(2).
       01  WS-BEST-LEFT           PIC S9(4).
       01  WS-BEST-GENDER         PIC 9(3).
       01  WS-SC-GENDER           PIC 9(3).
       01  WS-SC-AVERAGE          PIC 9(3).
       01  WS-ANY-APART-OK        PIC X(1).

      *> The class's students, each with the together-group it is
      *> placed with and the section it lands in.
       01  WS-STUDENT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-STUDENT-TABLE-AREA.
           05 WS-STUDENT-TABLE OCCURS 400 TIMES.
               10 ST-STUDENT-ID    PIC X(8).
               10 ST-NAME          PIC X(20).
               10 ST-GENDER        PIC X(1).
               10 ST-OLD-SECTION   PIC X(4).
               10 ST-AVERAGE       PIC 9(3).
               10 ST-HAS-MARKS     PIC X(1).
               10 ST-GROUP         PIC 9(3).
               10 ST-SECTION-NO    PIC 9(2).
               10 ST-NOTE          PIC X(20).
       01  WS-ST                  PIC 9(3).
       01  WS-ST2                 PIC 9(3).
       01  WS-FIND-ID             PIC X(8).
       01  WS-FOUND-ST            PIC 9(3).
       01  WS-PAIR-A              PIC 9(3).
       01  WS-PAIR-B              PIC 9(3).
       01  WS-OLD-GROUP           PIC 9(3).

      *> Entrance-test averages of the class's enrolled admissions.
       01  WS-ENTRANT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-ENTRANT-TABLE-AREA.
           05 WS-ENTRANT-TABLE OCCURS 300 TIMES.
               10 ET-STUDENT-ID    PIC X(8).
               10 ET-AVERAGE       PIC 9(3).
       01  WS-ET                  PIC 9(3).

      *> Keep-apart pairs, as student table positions.
       01  WS-APART-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-APART-TABLE-AREA.
           05 WS-APART-TABLE OCCURS 200 TIMES.
               10 KA-FIRST         PIC 9(3).
               10 KA-SECOND        PIC 9(3).
       01  WS-KA                  PIC 9(3).

      *> The units placed: one per together-group (a student with no
      *> keep-together pair is a group of one).
       01  WS-UNIT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-UNIT-TABLE-AREA.
           05 WS-UNIT-TABLE OCCURS 400 TIMES.
               10 UN-GROUP         PIC 9(3).
               10 UN-SIZE          PIC 9(3).
               10 UN-MARKS         PIC 9(7).
               10 UN-MALES         PIC 9(3).
               10 UN-FEMALES       PIC 9(3).
               10 UN-PLACED        PIC X(1).
       01  WS-UN                  PIC 9(3).
       01  WS-BEST-UN             PIC 9(3).
       01  WS-UNIT-NOTE           PIC X(20).
       01  WS-RANK-LEFT           PIC 9(11).
       01  WS-RANK-RIGHT          PIC 9(11).
       01  WS-PLACE-ROUND         PIC 9(3).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "SECTION ALLOCATION - INCOMING YEAR PROPOSAL".
           DISPLAY "CLASS TO ALLOCATE (E.G. 6)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-ALLOC-CLASS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "PRIOR-YEAR YEAR-END TERM CODE (E.G. 26T3)".
           ACCEPT WS-YEAR-TERM.

           PERFORM 050-LOAD-SECTIONS.
           IF WS-SECTION-COUNT = ZERO
               DISPLAY "NO SECTIONS OF CLASS " WS-ALLOC-CLASS
                   " ON SECTSEAT.DAT - NOTHING TO ALLOCATE"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 060-LOAD-ENTRANTS.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT MARKS-MASTER.
           IF MARKS-MASTER-STATUS NOT = "00"
               DISPLAY "NO MARKS MASTER, STATUS " MARKS-MASTER-STATUS
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 100-LOAD-ONE-STUDENT UNTIL ENDOFINPUT.
           CLOSE STUDENT-MASTER.
           CLOSE MARKS-MASTER.

           IF WS-STUDENT-COUNT = ZERO
               DISPLAY "NO ACTIVE STUDENTS IN CLASS " WS-ALLOC-CLASS
                   " - NOTHING TO ALLOCATE"
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 130-FILL-MISSING-AVERAGES.

           PERFORM 200-LOAD-PAIRS.
           PERFORM 250-BUILD-UNITS.

           PERFORM 300-PLACE-NEXT-UNIT
               VARYING WS-PLACE-ROUND FROM 1 BY 1
               UNTIL WS-PLACE-ROUND > WS-UNIT-COUNT.

           PERFORM 400-WRITE-PROPOSAL.
           IF RETURN-CODE NOT = ZERO
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 500-PRINT-PROPOSAL.

           GO TO 900-END-PROGRAM.

       050-LOAD-SECTIONS.
           OPEN INPUT SECTION-SEATS-FILE.
           IF SECTION-SEATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 055-LOAD-ONE-SECTION UNTIL ENDOFINPUT.
           CLOSE SECTION-SEATS-FILE.

       055-LOAD-ONE-SECTION.
           READ SECTION-SEATS-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE SS-CLASS-SECTION TO WS-PARSE-SECTION.
           PERFORM 070-SECTION-CLASS.
           IF WS-PARSE-CLASS NOT = WS-ALLOC-CLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-TB-COUNT.
           MOVE 20 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SS-CLASS-SECTION TO SC-SECTION (WS-SECTION-COUNT).
           MOVE SS-SEATS TO SC-SEATS (WS-SECTION-COUNT).
           MOVE ZERO TO SC-HEADS (WS-SECTION-COUNT)
               SC-MALES (WS-SECTION-COUNT)
               SC-FEMALES (WS-SECTION-COUNT)
               SC-MARKS-SUM (WS-SECTION-COUNT).

      *> Enrolled admissions of the class, for the entrance-test
      *> average a new student with no marks yet is balanced on.
       060-LOAD-ENTRANTS.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO AP-APPLICANT-NO.
           START APPLICANT-FILE KEY NOT < AP-APPLICANT-NO
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 065-LOAD-ONE-ENTRANT UNTIL ENDOFINPUT.
           CLOSE APPLICANT-FILE.

       065-LOAD-ONE-ENTRANT.
           READ APPLICANT-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF AP-STATUS NOT = "E" OR AP-STUDENT-ID = SPACES
               OR AP-CLASS-APPLIED NOT = WS-ALLOC-CLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRANT-COUNT TO WS-TB-COUNT.
           MOVE 300 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ENTRANT-COUNT.
           MOVE AP-STUDENT-ID TO ET-STUDENT-ID (WS-ENTRANT-COUNT).
           MOVE AP-TEST-AVERAGE TO ET-AVERAGE (WS-ENTRANT-COUNT).

       070-SECTION-CLASS.
           MOVE ZERO TO WS-PARSE-CLASS.
           EVALUATE TRUE
               WHEN WS-PARSE-SECTION(1:2) IS NUMERIC
                   MOVE WS-PARSE-SECTION(1:2) TO WS-PARSE-CLASS
               WHEN WS-PARSE-SECTION(1:1) IS NUMERIC
                   MOVE WS-PARSE-SECTION(1:1) TO WS-PARSE-CLASS
           END-EVALUATE.

       100-LOAD-ONE-STUDENT.
           READ STUDENT-MASTER NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SM-STATUS NOT = SPACES AND SM-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE SM-CLASS-SECTION TO WS-PARSE-SECTION.
           PERFORM 070-SECTION-CLASS.
           IF WS-PARSE-CLASS NOT = WS-ALLOC-CLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STUDENT-COUNT TO WS-TB-COUNT.
           MOVE 400 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE WS-STUDENT-COUNT TO WS-ST.
           MOVE SM-STUDENT-ID TO ST-STUDENT-ID (WS-ST).
           MOVE SM-STUDENT-NAME TO ST-NAME (WS-ST).
           MOVE SM-GENDER TO ST-GENDER (WS-ST).
           MOVE SM-CLASS-SECTION TO ST-OLD-SECTION (WS-ST).
           MOVE WS-ST TO ST-GROUP (WS-ST).
           MOVE ZERO TO ST-SECTION-NO (WS-ST).
           MOVE SPACES TO ST-NOTE (WS-ST).
           PERFORM 110-AVERAGE-YEAR-MARKS.
           IF WS-SUBJECT-COUNT > ZERO
               COMPUTE ST-AVERAGE (WS-ST) ROUNDED =
                   WS-MARKS-SUM / WS-SUBJECT-COUNT
               MOVE "Y" TO ST-HAS-MARKS (WS-ST)
               ADD ST-AVERAGE (WS-ST) TO WS-CLASS-SUM
               ADD 1 TO WS-CLASS-MARKED
           ELSE
               MOVE ZERO TO ST-AVERAGE (WS-ST)
               MOVE "N" TO ST-HAS-MARKS (WS-ST)
           END-IF.

      *> The student's marks rows for the keyed term - START at the
      *> student, stop when the id changes.
       110-AVERAGE-YEAR-MARKS.
           MOVE ZERO TO WS-SUBJECT-COUNT.
           MOVE ZERO TO WS-MARKS-SUM.
           MOVE "N" TO WS-MARKS-EOF.
           MOVE SM-STUDENT-ID TO FI-STUDENT-ID.
           MOVE SPACES TO FI-SUBJECT.
           MOVE SPACES TO FI-TERM-CODE.
           START MARKS-MASTER KEY NOT < FI-MARKS-KEY
               INVALID KEY SET ENDOFMARKS TO TRUE
           END-START.
           IF NOT ENDOFMARKS
               READ MARKS-MASTER NEXT
                   AT END SET ENDOFMARKS TO TRUE
               END-READ
           END-IF.
           PERFORM 115-FOLD-ONE-MARKS-ROW UNTIL ENDOFMARKS.

       115-FOLD-ONE-MARKS-ROW.
           IF FI-STUDENT-ID NOT = SM-STUDENT-ID
               SET ENDOFMARKS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF FI-TERM-CODE = WS-YEAR-TERM
               ADD 1 TO WS-SUBJECT-COUNT
               ADD FI-MARKS TO WS-MARKS-SUM
           END-IF.
           READ MARKS-MASTER NEXT
               AT END SET ENDOFMARKS TO TRUE
           END-READ.

       130-FILL-MISSING-AVERAGES.
           IF WS-CLASS-MARKED > ZERO
               COMPUTE WS-CLASS-MEAN ROUNDED =
                   WS-CLASS-SUM / WS-CLASS-MARKED
           END-IF.
           PERFORM VARYING WS-ST FROM 1 BY 1
                   UNTIL WS-ST > WS-STUDENT-COUNT
               IF ST-HAS-MARKS (WS-ST) = "N"
                   MOVE WS-CLASS-MEAN TO ST-AVERAGE (WS-ST)
                   PERFORM VARYING WS-ET FROM 1 BY 1
                           UNTIL WS-ET > WS-ENTRANT-COUNT
                       IF ET-STUDENT-ID (WS-ET)
                           = ST-STUDENT-ID (WS-ST)
                           MOVE ET-AVERAGE (WS-ET)
                               TO ST-AVERAGE (WS-ST)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> Keep-together pairs merge the two students' groups; keep-
      *> apart pairs are listed for the placement to steer round.
      *> Pairs naming a student outside the class are not this
      *> run's business.
       200-LOAD-PAIRS.
           OPEN INPUT SECTION-PAIR-FILE.
           IF SECTION-PAIR-STATUS NOT = "00"
               DISPLAY "NO SECTPAIR.DAT - NO KEEP-APART OR "
                   "KEEP-TOGETHER PAIRS"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SP-PAIR-KEY.
           START SECTION-PAIR-FILE KEY NOT < SP-PAIR-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 210-LOAD-ONE-PAIR UNTIL ENDOFINPUT.
           CLOSE SECTION-PAIR-FILE.

       210-LOAD-ONE-PAIR.
           READ SECTION-PAIR-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE SP-STUDENT-A TO WS-FIND-ID.
           PERFORM 220-FIND-STUDENT.
           MOVE WS-FOUND-ST TO WS-PAIR-A.
           MOVE SP-STUDENT-B TO WS-FIND-ID.
           PERFORM 220-FIND-STUDENT.
           MOVE WS-FOUND-ST TO WS-PAIR-B.
           IF WS-PAIR-A = ZERO OR WS-PAIR-B = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.
           IF SP-RULE = "T"
               MOVE ST-GROUP (WS-PAIR-B) TO WS-OLD-GROUP
               PERFORM VARYING WS-ST FROM 1 BY 1
                       UNTIL WS-ST > WS-STUDENT-COUNT
                   IF ST-GROUP (WS-ST) = WS-OLD-GROUP
                       MOVE ST-GROUP (WS-PAIR-A) TO ST-GROUP (WS-ST)
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-APART-COUNT TO WS-TB-COUNT
               MOVE 200 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-APART-COUNT
                   MOVE WS-PAIR-A TO KA-FIRST (WS-APART-COUNT)
                   MOVE WS-PAIR-B TO KA-SECOND (WS-APART-COUNT)
               END-IF
           END-IF.

       220-FIND-STUDENT.
           MOVE ZERO TO WS-FOUND-ST.
           PERFORM VARYING WS-ST2 FROM 1 BY 1
                   UNTIL WS-ST2 > WS-STUDENT-COUNT
                      OR WS-FOUND-ST NOT = ZERO
               IF ST-STUDENT-ID (WS-ST2) = WS-FIND-ID
                   MOVE WS-ST2 TO WS-FOUND-ST
               END-IF
           END-PERFORM.

       250-BUILD-UNITS.
           PERFORM VARYING WS-ST FROM 1 BY 1
                   UNTIL WS-ST > WS-STUDENT-COUNT
               MOVE ZERO TO WS-BEST-UN
               PERFORM VARYING WS-UN FROM 1 BY 1
                       UNTIL WS-UN > WS-UNIT-COUNT
                   IF UN-GROUP (WS-UN) = ST-GROUP (WS-ST)
                       MOVE WS-UN TO WS-BEST-UN
                   END-IF
               END-PERFORM
               IF WS-BEST-UN = ZERO
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE WS-UNIT-COUNT TO WS-BEST-UN
                   MOVE ST-GROUP (WS-ST) TO UN-GROUP (WS-BEST-UN)
                   MOVE ZERO TO UN-SIZE (WS-BEST-UN)
                       UN-MARKS (WS-BEST-UN)
                       UN-MALES (WS-BEST-UN)
                       UN-FEMALES (WS-BEST-UN)
                   MOVE "N" TO UN-PLACED (WS-BEST-UN)
               END-IF
               ADD 1 TO UN-SIZE (WS-BEST-UN)
               ADD ST-AVERAGE (WS-ST) TO UN-MARKS (WS-BEST-UN)
               IF ST-GENDER (WS-ST) = "M"
                   ADD 1 TO UN-MALES (WS-BEST-UN)
               END-IF
               IF ST-GENDER (WS-ST) = "F"
                   ADD 1 TO UN-FEMALES (WS-BEST-UN)
               END-IF
           END-PERFORM.

      *> Next unit to place: the largest group first (it is the
      *> hardest to fit), then the strongest average.
       300-PLACE-NEXT-UNIT.
           MOVE ZERO TO WS-BEST-UN.
           PERFORM VARYING WS-UN FROM 1 BY 1
                   UNTIL WS-UN > WS-UNIT-COUNT
               IF UN-PLACED (WS-UN) = "N"
                   IF WS-BEST-UN = ZERO
                       MOVE WS-UN TO WS-BEST-UN
                   ELSE
                       PERFORM 305-COMPARE-UNITS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO UN-PLACED (WS-BEST-UN).
           MOVE SPACES TO WS-UNIT-NOTE.
           PERFORM 310-CHOOSE-SECTION.
           PERFORM 330-ASSIGN-UNIT.

       305-COMPARE-UNITS.
           IF UN-SIZE (WS-UN) > UN-SIZE (WS-BEST-UN)
               MOVE WS-UN TO WS-BEST-UN
               EXIT PARAGRAPH
           END-IF.
           IF UN-SIZE (WS-UN) < UN-SIZE (WS-BEST-UN)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RANK-LEFT = UN-MARKS (WS-UN)
               * UN-SIZE (WS-BEST-UN).
           COMPUTE WS-RANK-RIGHT = UN-MARKS (WS-BEST-UN)
               * UN-SIZE (WS-UN).
           IF WS-RANK-LEFT > WS-RANK-RIGHT
               MOVE WS-UN TO WS-BEST-UN
           END-IF.

      *> The emptiest section (most seats left) the unit's keep-apart
      *> pairs allow, give or take one; among those, the one with
      *> fewest of the unit's gender, then the weakest marks total.
      *> When every section holds someone the unit must be kept apart
      *> from, the rule is broken and the placement says so.
       310-CHOOSE-SECTION.
           MOVE "N" TO WS-ANY-APART-OK.
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-SECTION-COUNT
               PERFORM 320-CHECK-APART
               IF SC-APART-OK (WS-SC) = "Y"
                   MOVE "Y" TO WS-ANY-APART-OK
               END-IF
               COMPUTE SC-LEFT (WS-SC) = SC-SEATS (WS-SC)
                   - SC-HEADS (WS-SC)
           END-PERFORM.
           IF WS-ANY-APART-OK = "N"
               MOVE "KEEP-APART NOT MET" TO WS-UNIT-NOTE
               PERFORM VARYING WS-SC FROM 1 BY 1
                       UNTIL WS-SC > WS-SECTION-COUNT
                   MOVE "Y" TO SC-APART-OK (WS-SC)
               END-PERFORM
           END-IF.

           MOVE -9999 TO WS-BEST-LEFT.
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-SECTION-COUNT
               IF SC-APART-OK (WS-SC) = "Y"
                   AND SC-LEFT (WS-SC) > WS-BEST-LEFT
                   MOVE SC-LEFT (WS-SC) TO WS-BEST-LEFT
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-BEST-SC.
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-SECTION-COUNT
               IF SC-APART-OK (WS-SC) = "Y"
                   AND SC-LEFT (WS-SC) + 1 NOT < WS-BEST-LEFT
                   PERFORM 315-COMPARE-SECTION
               END-IF
           END-PERFORM.
           IF SC-LEFT (WS-BEST-SC) < UN-SIZE (WS-BEST-UN)
               AND WS-UNIT-NOTE = SPACES
               MOVE "OVER SECTION SEATS" TO WS-UNIT-NOTE
           END-IF.

       315-COMPARE-SECTION.
           IF UN-MALES (WS-BEST-UN) NOT < UN-FEMALES (WS-BEST-UN)
               MOVE SC-MALES (WS-SC) TO WS-SC-GENDER
           ELSE
               MOVE SC-FEMALES (WS-SC) TO WS-SC-GENDER
           END-IF.
           IF WS-BEST-SC = ZERO
               MOVE WS-SC TO WS-BEST-SC
               MOVE WS-SC-GENDER TO WS-BEST-GENDER
               EXIT PARAGRAPH
           END-IF.
           IF WS-SC-GENDER < WS-BEST-GENDER
               OR (WS-SC-GENDER = WS-BEST-GENDER
                   AND SC-MARKS-SUM (WS-SC)
                       < SC-MARKS-SUM (WS-BEST-SC))
               MOVE WS-SC TO WS-BEST-SC
               MOVE WS-SC-GENDER TO WS-BEST-GENDER
           END-IF.

       320-CHECK-APART.
           MOVE "Y" TO SC-APART-OK (WS-SC).
           PERFORM VARYING WS-KA FROM 1 BY 1
                   UNTIL WS-KA > WS-APART-COUNT
               MOVE KA-FIRST (WS-KA) TO WS-PAIR-A
               MOVE KA-SECOND (WS-KA) TO WS-PAIR-B
               IF ST-GROUP (WS-PAIR-A) = UN-GROUP (WS-BEST-UN)
                   AND ST-SECTION-NO (WS-PAIR-B) = WS-SC
                   MOVE "N" TO SC-APART-OK (WS-SC)
               END-IF
               IF ST-GROUP (WS-PAIR-B) = UN-GROUP (WS-BEST-UN)
                   AND ST-SECTION-NO (WS-PAIR-A) = WS-SC
                   MOVE "N" TO SC-APART-OK (WS-SC)
               END-IF
           END-PERFORM.

       330-ASSIGN-UNIT.
           PERFORM VARYING WS-ST FROM 1 BY 1
                   UNTIL WS-ST > WS-STUDENT-COUNT
               IF ST-GROUP (WS-ST) = UN-GROUP (WS-BEST-UN)
                   MOVE WS-BEST-SC TO ST-SECTION-NO (WS-ST)
                   MOVE WS-UNIT-NOTE TO ST-NOTE (WS-ST)
                   IF WS-UNIT-NOTE NOT = SPACES
                       ADD 1 TO WS-NOTE-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           ADD UN-SIZE (WS-BEST-UN) TO SC-HEADS (WS-BEST-SC).
           ADD UN-MALES (WS-BEST-UN) TO SC-MALES (WS-BEST-SC).
           ADD UN-FEMALES (WS-BEST-UN) TO SC-FEMALES (WS-BEST-SC).
           ADD UN-MARKS (WS-BEST-UN) TO SC-MARKS-SUM (WS-BEST-SC).

      *> The class's earlier proposal goes first, so a rerun is a
      *> clean replacement and not a merge with stale hand moves.
       400-WRITE-PROPOSAL.
           OPEN I-O SECTION-PROPOSAL-FILE.
           IF SECTION-PROPOSAL-STATUS = "35"
               OPEN OUTPUT SECTION-PROPOSAL-FILE
               CLOSE SECTION-PROPOSAL-FILE
               OPEN I-O SECTION-PROPOSAL-FILE
           END-IF.
           IF SECTION-PROPOSAL-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN SECTPROP.DAT, STATUS "
                   SECTION-PROPOSAL-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SX-STUDENT-ID.
           START SECTION-PROPOSAL-FILE KEY NOT < SX-STUDENT-ID
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 410-CLEAR-ONE-PROPOSAL UNTIL ENDOFINPUT.

           PERFORM VARYING WS-ST FROM 1 BY 1
                   UNTIL WS-ST > WS-STUDENT-COUNT
               MOVE SPACES TO SECTION-PROPOSAL-RECORD
               MOVE ST-STUDENT-ID (WS-ST) TO SX-STUDENT-ID
               MOVE WS-ALLOC-CLASS TO SX-CLASS-NO
               MOVE ST-OLD-SECTION (WS-ST) TO SX-OLD-SECTION
               MOVE ST-SECTION-NO (WS-ST) TO WS-SC
               MOVE SC-SECTION (WS-SC) TO SX-NEW-SECTION
               MOVE ST-AVERAGE (WS-ST) TO SX-AVERAGE
               MOVE ST-GENDER (WS-ST) TO SX-GENDER
               MOVE ST-NOTE (WS-ST) TO SX-NOTE
               WRITE SECTION-PROPOSAL-RECORD
                   INVALID KEY
                       REWRITE SECTION-PROPOSAL-RECORD
               END-WRITE
               ADD 1 TO WS-WRITTEN-COUNT
           END-PERFORM.
           CLOSE SECTION-PROPOSAL-FILE.

       410-CLEAR-ONE-PROPOSAL.
           READ SECTION-PROPOSAL-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SX-CLASS-NO = WS-ALLOC-CLASS
               DELETE SECTION-PROPOSAL-FILE
           END-IF.

       500-PRINT-PROPOSAL.
           DISPLAY "========= CLASS " WS-ALLOC-CLASS
               " PROPOSED SECTIONS (PRIOR YEAR " WS-YEAR-TERM
               ") =========".
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-SECTION-COUNT
               MOVE ZERO TO WS-SC-AVERAGE
               IF SC-HEADS (WS-SC) > ZERO
                   COMPUTE WS-SC-AVERAGE ROUNDED =
                       SC-MARKS-SUM (WS-SC) / SC-HEADS (WS-SC)
               END-IF
               DISPLAY " "
               DISPLAY "SECTION " SC-SECTION (WS-SC)
                   "  STUDENTS " SC-HEADS (WS-SC)
                   " OF " SC-SEATS (WS-SC) " SEATS"
                   "  BOYS " SC-MALES (WS-SC)
                   "  GIRLS " SC-FEMALES (WS-SC)
                   "  AVERAGE " WS-SC-AVERAGE
               DISPLAY "  ID       NAME                 G AVG "
                   "FROM"
               PERFORM VARYING WS-ST FROM 1 BY 1
                       UNTIL WS-ST > WS-STUDENT-COUNT
                   IF ST-SECTION-NO (WS-ST) = WS-SC
                       DISPLAY "  " ST-STUDENT-ID (WS-ST) " "
                           ST-NAME (WS-ST) " " ST-GENDER (WS-ST) " "
                           ST-AVERAGE (WS-ST) " "
                           ST-OLD-SECTION (WS-ST) " "
                           ST-NOTE (WS-ST)
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "STUDENTS PLACED: " WS-STUDENT-COUNT
               "  PAIRS APPLIED: " WS-PAIR-COUNT
               "  PLACEMENTS WITH A NOTE: " WS-NOTE-COUNT.
           DISPLAY "ADJUST AND APPROVE AT SECTION-ALLOCATION-DESK".

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "SECTION-ALLOCATION" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-STUDENT-COUNT TO RL-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-NOTE-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM SECTION-ALLOCATION-RUN.
