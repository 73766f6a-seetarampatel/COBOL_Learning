      *          no longer papers over failing the 3-credit one. The
      *          letter grade keeps the same EXCELLENT/GOOD/PASSING/
      *          FAIL bands FILE-HANDLING-EX-47 and
      *          CONDITIONAL-STATEMENTS-23 use. A student who joined
      *          from another school shows where from (TRANSFIN.DAT),
      *          and each result credited from there is marked as
      *          such - it counts toward the totals and GPA like any
      *          other row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT TRANSFER-IN-FILE
               ASSIGN TO "TRANSFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TI-STUDENT-ID
               FILE STATUS IS TRANSFER-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       FD  COURSE-MASTER-FILE.
           COPY "COURSE-MASTER.CPY".

       FD  TRANSFER-IN-FILE.
           COPY "TRANSFER-IN.CPY".

       WORKING-STORAGE SECTION.
       01 STUDENT-MASTER-STATUS  PIC X(2).
       01 MASTER-STATUS          PIC X(2).
       01 ATTEMPT-STATUS         PIC X(2).
       01 WS-HAVE-ATTEMPTS       PIC X(1) VALUE "N".
       01 TRANSFER-IN-STATUS     PIC X(2).
       01 WS-HAVE-TRANSFERS      PIC X(1) VALUE "N".
       01 WS-ATTEMPT-EOF         PIC X(1).
       01 WS-TRAIL-COUNT         PIC 9(2).
       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
           IF ATTEMPT-STATUS = "00"
               MOVE "Y" TO WS-HAVE-ATTEMPTS
           END-IF.
           OPEN INPUT TRANSFER-IN-FILE.
           IF TRANSFER-IN-STATUS = "00"
               MOVE "Y" TO WS-HAVE-TRANSFERS
           END-IF.

           READ STUDENT-MASTER
               AT END SET ENDOFSTUDENTS TO TRUE
           IF WS-HAVE-ATTEMPTS = "Y"
               CLOSE ATTEMPT-HISTORY
           END-IF.
           IF WS-HAVE-TRANSFERS = "Y"
               CLOSE TRANSFER-IN-FILE
           END-IF.
           CLOSE MARKS-MASTER.
           CLOSE STUDENT-MASTER.

           DISPLAY "================ TRANSCRIPT ====================".
           DISPLAY "STUDENT: " SM-STUDENT-ID " " SM-STUDENT-NAME
               "  SECTION: " SM-CLASS-SECTION.
           IF WS-HAVE-TRANSFERS = "Y"
               MOVE SM-STUDENT-ID TO TI-STUDENT-ID
               READ TRANSFER-IN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "JOINED " TI-ARRIVAL-DATE " FROM "
                           TI-SCHOOL-NAME
               END-READ
           END-IF.

      *> Position the marks master at this student's first row - the
      *> key leads with the student id, so every row for the student
                       " MARKS: " FI-MARKS
                       "  WEIGHT: " WS-ROW-WEIGHT WS-WEIGHT-NOTE
                       "  SECTION: " FI-CLASS-SECTION
                   IF FI-CREDITED-PRIOR
                       DISPLAY "    CREDITED FROM PREVIOUS SCHOOL"
                   END-IF
                   IF WS-HAVE-ATTEMPTS = "Y"
                       PERFORM 115-PRINT-ATTEMPT-TRAIL
                   END-IF
