      *          TEACHASG.DAT assignment with the section's active
      *          student count off STUDENTMSTR.DAT, totaled per
      *          teacher - so "whose sections cratered" and "who is
      *          carrying six classes" both have an answer. The
      *          cover lessons each teacher took for absent
      *          colleagues in the term (COVERDTY.DAT) count too.
      *          Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT COVER-DUTY-FILE
               ASSIGN TO "COVERDTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-COVER-KEY
               FILE STATUS IS COVER-DUTY-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  COVER-DUTY-FILE.
           COPY "COVER-DUTY.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       01  TEACHER-ASSIGN-STATUS  PIC X(2).
       01  TEACHER-MASTER-STATUS  PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  COVER-DUTY-STATUS      PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

               10 TW-TEACHER-ID    PIC X(6).
               10 TW-SECTIONS      PIC 9(3).
               10 TW-STUDENTS      PIC 9(5).
               10 TW-COVERS        PIC 9(4).
       01  WS-SECTION-HEADS       PIC 9(4).
       01  WS-ADD-TEACHER         PIC X(6).
       01  WS-COVER-COUNT         PIC 9(5) VALUE ZERO.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           END-READ.
           PERFORM 100-FOLD-ONE-ASSIGNMENT UNTIL ENDOFINPUT.
           CLOSE TEACHER-ASSIGNMENT-FILE.
           PERFORM 200-COUNT-COVER.

           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TEACHER-COUNT
           END-PERFORM.
           CLOSE TEACHER-MASTER.
           DISPLAY "=================================================".
           DISPLAY "ASSIGNMENTS IN TERM: " WS-ASSIGN-COUNT
               " COVER LESSONS: " WS-COVER-COUNT.

           GO TO 900-END-PROGRAM.

                       MOVE SC-HEADS (SN-IDX) TO WS-SECTION-HEADS
                   END-IF
               END-PERFORM
               MOVE TA-TEACHER-ID TO WS-ADD-TEACHER
               PERFORM 110-ADD-TO-TEACHER
               IF WS-FOUND-IDX NOT = ZERO
                   ADD 1 TO TW-SECTIONS (TC-IDX)
                   ADD WS-SECTION-HEADS TO TW-STUDENTS (TC-IDX)
               END-IF
           END-IF.
           READ TEACHER-ASSIGNMENT-FILE
               AT END SET ENDOFINPUT TO TRUE
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TEACHER-COUNT
               IF TW-TEACHER-ID (TC-IDX) = WS-ADD-TEACHER
                   MOVE TC-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
                   ADD 1 TO WS-TEACHER-COUNT
                   MOVE WS-TEACHER-COUNT TO WS-FOUND-IDX
                   SET TC-IDX TO WS-FOUND-IDX
                   MOVE WS-ADD-TEACHER TO TW-TEACHER-ID (TC-IDX)
                   MOVE ZERO TO TW-SECTIONS (TC-IDX)
                   MOVE ZERO TO TW-STUDENTS (TC-IDX)
                   MOVE ZERO TO TW-COVERS (TC-IDX)
               END-IF
           END-IF.
           IF WS-FOUND-IDX NOT = ZERO
               SET TC-IDX TO WS-FOUND-IDX
           END-IF.

      *> A teacher who only covered this term still shows up.
       200-COUNT-COVER.
           OPEN INPUT COVER-DUTY-FILE.
           IF COVER-DUTY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ COVER-DUTY-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 210-COUNT-ONE-COVER UNTIL ENDOFINPUT.
           CLOSE COVER-DUTY-FILE.

       210-COUNT-ONE-COVER.
           IF CV-TERM-CODE = WS-REPORT-TERM AND CV-COVER-ID NOT = SPACES
               ADD 1 TO WS-COVER-COUNT
               MOVE CV-COVER-ID TO WS-ADD-TEACHER
               PERFORM 110-ADD-TO-TEACHER
               IF WS-FOUND-IDX NOT = ZERO
                   ADD 1 TO TW-COVERS (TC-IDX)
               END-IF
           END-IF.
           READ COVER-DUTY-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       300-PRINT-ONE-TEACHER.
           MOVE TW-TEACHER-ID (TC-IDX) TO TM-TEACHER-ID.
           READ TEACHER-MASTER
           END-READ.
           DISPLAY TW-TEACHER-ID (TC-IDX) " " TM-TEACHER-NAME
               " - " TW-SECTIONS (TC-IDX) " CLASSES, "
               TW-STUDENTS (TC-IDX) " STUDENT-SEATS, "
               TW-COVERS (TC-IDX) " COVER LESSONS".

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
