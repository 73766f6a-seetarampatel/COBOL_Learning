      *          style of STUDENT-MAINTENANCE, for the teacher master
      *          (TEACHERS.DAT) and the subject/section/term
      *          assignment file (TEACHASG.DAT) that finally says
      *          whose class a result belongs to, and the periods a
      *          week and kind of room each subject needs
      *          (SUBJPER.DAT) for TIMETABLE-BUILD. Teacher absences
      *          (TEACHABS.DAT) are recorded here too, for the cover
      *          run to work from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS TA-ASSIGN-KEY
               FILE STATUS IS TEACHER-ASSIGN-STATUS.

           SELECT SUBJECT-PERIODS-FILE
               ASSIGN TO "SUBJPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-SUBJECT
               FILE STATUS IS SUBJECT-PERIODS-STATUS.

           SELECT TEACHER-ABSENCE-FILE
               ASSIGN TO "TEACHABS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-ABSENCE-KEY
               FILE STATUS IS TEACHER-ABSENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-MASTER.
       FD  TEACHER-ASSIGNMENT-FILE.
           COPY "TEACHER-ASSIGNMENT.CPY".

       FD  SUBJECT-PERIODS-FILE.
           COPY "SUBJECT-PERIODS.CPY".

       FD  TEACHER-ABSENCE-FILE.
           COPY "TEACHER-ABSENCE.CPY".

       WORKING-STORAGE SECTION.
       01  TEACHER-MASTER-STATUS  PIC X(2).
       01  TEACHER-ASSIGN-STATUS  PIC X(2).
       01  SUBJECT-PERIODS-STATUS PIC X(2).
       01  TEACHER-ABSENCE-STATUS PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-LOOKUP-TEACHER      PIC X(6).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFASSIGNMENTS VALUE "Y".
       01  WS-PERIODS-ON-FILE     PIC X(1).
       01  WS-ABSENCE-EOF         PIC X(1).
       01  WS-DATE-CHECK          PIC 9(8).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               OPEN I-O TEACHER-ASSIGNMENT-FILE
           END-IF.

           OPEN I-O SUBJECT-PERIODS-FILE.
           IF SUBJECT-PERIODS-STATUS = "35"
               OPEN OUTPUT SUBJECT-PERIODS-FILE
               CLOSE SUBJECT-PERIODS-FILE
               OPEN I-O SUBJECT-PERIODS-FILE
           END-IF.

           OPEN I-O TEACHER-ABSENCE-FILE.
           IF TEACHER-ABSENCE-STATUS = "35"
               OPEN OUTPUT TEACHER-ABSENCE-FILE
               CLOSE TEACHER-ABSENCE-FILE
               OPEN I-O TEACHER-ABSENCE-FILE
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE TEACHER-MASTER.
           CLOSE TEACHER-ASSIGNMENT-FILE.
           CLOSE SUBJECT-PERIODS-FILE.
           CLOSE TEACHER-ABSENCE-FILE.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (T=ADD/CHANGE TEACHER, A=ASSIGN A CLASS, "
               "L=LIST A TEACHER'S CLASSES, P=SUBJECT PERIODS A "
               "WEEK, B=RECORD AN ABSENCE, K=LIST A TEACHER'S "
               "ABSENCES)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "T"
                   PERFORM 300-ASSIGN-CLASS
               WHEN "L"
                   PERFORM 400-LIST-ASSIGNMENTS
               WHEN "P"
                   PERFORM 500-SUBJECT-PERIODS
               WHEN "B"
                   PERFORM 600-RECORD-ABSENCE
               WHEN "K"
                   PERFORM 700-LIST-ABSENCES
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.
               AT END SET ENDOFASSIGNMENTS TO TRUE
           END-READ.

      *> The timetable's demand for a subject - periods a week for
      *> every section taking it, and the kind of room it needs.
      *> Zero periods takes the subject off the timetable.
       500-SUBJECT-PERIODS.
           DISPLAY "SUBJECT".
           ACCEPT PW-SUBJECT.
           MOVE "Y" TO WS-PERIODS-ON-FILE.
           READ SUBJECT-PERIODS-FILE
               INVALID KEY
                   MOVE "N" TO WS-PERIODS-ON-FILE
                   MOVE ZERO TO PW-PERIODS
                   MOVE SPACES TO PW-ROOM-TYPE
                   DISPLAY "NO PERIODS SET FOR " PW-SUBJECT " YET"
               NOT INVALID KEY
                   DISPLAY "ON FILE: " PW-PERIODS " PERIODS A WEEK, "
                       "ROOM TYPE " PW-ROOM-TYPE
           END-READ.

           DISPLAY "PERIODS A WEEK".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE PW-PERIODS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "ROOM TYPE NEEDED (LAB, GYM ... BLANK FOR ANY ROOM)".
           ACCEPT PW-ROOM-TYPE.
           MOVE FUNCTION UPPER-CASE(PW-ROOM-TYPE) TO PW-ROOM-TYPE.

           IF WS-PERIODS-ON-FILE = "Y"
               REWRITE SUBJECT-PERIODS-RECORD
               DISPLAY "SUBJECT " PW-SUBJECT " UPDATED"
           ELSE
               WRITE SUBJECT-PERIODS-RECORD
               DISPLAY "SUBJECT " PW-SUBJECT " ADDED"
           END-IF.

      *> A spell already on file for the same first day is corrected
      *> in place - phoning in a longer illness extends it.
       600-RECORD-ABSENCE.
           DISPLAY "TEACHER ID".
           ACCEPT WS-LOOKUP-TEACHER.
           MOVE WS-LOOKUP-TEACHER TO TM-TEACHER-ID.
           READ TEACHER-MASTER
               INVALID KEY
                   DISPLAY "TEACHER NOT ON FILE: " WS-LOOKUP-TEACHER
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   DISPLAY "ABSENCE FOR " TM-TEACHER-NAME
           END-READ.
           MOVE WS-LOOKUP-TEACHER TO TB-TEACHER-ID.
           DISPLAY "FIRST DAY AWAY (YYYYMMDD, BLANK FOR TODAY)".
           ACCEPT TB-FROM-DATE.
           IF TB-FROM-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO TB-FROM-DATE
           END-IF.
           DISPLAY "LAST DAY AWAY (YYYYMMDD, BLANK FOR THE SAME DAY)".
           ACCEPT TB-TO-DATE.
           IF TB-TO-DATE = SPACES
               MOVE TB-FROM-DATE TO TB-TO-DATE
           END-IF.
           IF TB-FROM-DATE IS NOT NUMERIC OR TB-TO-DATE IS NOT NUMERIC
               OR TB-TO-DATE < TB-FROM-DATE
               DISPLAY "DATES NOT VALID - NOT FILED"
               EXIT PARAGRAPH
           END-IF.
           MOVE TB-FROM-DATE TO WS-DATE-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY "DATES NOT VALID - NOT FILED"
               EXIT PARAGRAPH
           END-IF.
           MOVE TB-TO-DATE TO WS-DATE-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY "DATES NOT VALID - NOT FILED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REASON (S=SICK, C=COURSE, P=PERSONAL, O=OTHER)".
           ACCEPT TB-REASON.
           MOVE FUNCTION UPPER-CASE(TB-REASON) TO TB-REASON.
           IF TB-REASON NOT = "S" AND TB-REASON NOT = "C"
               AND TB-REASON NOT = "P"
               MOVE "O" TO TB-REASON
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TB-ENTERED-DATE.
           WRITE TEACHER-ABSENCE-RECORD
               INVALID KEY
                   REWRITE TEACHER-ABSENCE-RECORD
                   DISPLAY "ABSENCE FROM " TB-FROM-DATE " CORRECTED"
               NOT INVALID KEY
                   DISPLAY "ABSENCE " TB-FROM-DATE " TO " TB-TO-DATE
                       " RECORDED"
           END-WRITE.

       700-LIST-ABSENCES.
           DISPLAY "TEACHER ID".
           ACCEPT WS-LOOKUP-TEACHER.
           MOVE "N" TO WS-ABSENCE-EOF.
           MOVE WS-LOOKUP-TEACHER TO TB-TEACHER-ID.
           MOVE SPACES TO TB-FROM-DATE.
           START TEACHER-ABSENCE-FILE KEY NOT < TB-ABSENCE-KEY
               INVALID KEY MOVE "Y" TO WS-ABSENCE-EOF
           END-START.
           PERFORM 710-LIST-ONE-ABSENCE UNTIL WS-ABSENCE-EOF = "Y".

       710-LIST-ONE-ABSENCE.
           READ TEACHER-ABSENCE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-ABSENCE-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF TB-TEACHER-ID NOT = WS-LOOKUP-TEACHER
               MOVE "Y" TO WS-ABSENCE-EOF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY TB-FROM-DATE " TO " TB-TO-DATE " REASON "
               TB-REASON.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM TEACHER-MAINTENANCE.
