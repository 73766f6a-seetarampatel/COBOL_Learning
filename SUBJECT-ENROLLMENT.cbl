      *          forces it through - forced enrollments carry the
      *          override flag and the R action lists them as the
      *          exception report.
      *          An elective may carry a seat limit per section and
      *          term (ELECTSEAT.DAT, set with the S action): once it
      *          is full, enrolling puts the student on the ranked
      *          waiting list (WAITLIST.DAT) instead, and a dropped
      *          subject (D) hands the seat to the best-ranked
      *          waiting student. F reports fill and waiting list by
      *          elective.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

           SELECT ELECTIVE-SEATS-FILE
               ASSIGN TO "ELECTSEAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-SEAT-KEY
               FILE STATUS IS ELECTIVE-SEATS-STATUS.

           SELECT WAITING-LIST-FILE
               ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WT-KEY
               FILE STATUS IS WAITING-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  ELECTIVE-SEATS-FILE.
           COPY "ELECTIVE-SEATS.CPY".

       FD  WAITING-LIST-FILE.
           COPY "WAITING-LIST.CPY".

       WORKING-STORAGE SECTION.
       01  ENROLLMENT-STATUS      PIC X(2).
       01  PREREQ-STATUS          PIC X(2).
       01  MARKS-MASTER-STATUS    PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  ELECTIVE-SEATS-STATUS  PIC X(2).
       01  WAITING-LIST-STATUS    PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-EOF-FLAG            PIC X(1).
       01  WS-HEAD-SECRET         PIC X(4).
       01  WS-OVERRIDE-COUNT      PIC 9(5).

       01  WS-ENR-SECTION         PIC X(4).
       01  WS-ENR-SEAT-SECTION    PIC X(4).
       01  WS-WAIT-FOUND          PIC X(1).
       01  WS-MARKS-TOTAL         PIC 9(7).
       01  WS-MARKS-COUNT         PIC 9(5).
       01  WS-RANK-MARK           PIC 9(3).
       01  WS-SEAT-LIMIT          PIC 9(3).
       01  WS-RANK-BY             PIC X(1).
       01  WS-SEAT-COUNTED        PIC 9(3).
       01  WS-FREE-SEATS          PIC 9(3).
       01  WS-REPORT-TERM         PIC X(5).
       01  WS-ELECTIVE-COUNT      PIC 9(5).

      *> The waiting students of one elective, for the F report to
      *> print in rank order.
       01  WS-WAITER-TABLE.
           05 WS-WAITER-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-WAITER-ENTRY OCCURS 100 TIMES.
              10 WS-WR-STUDENT    PIC X(8).
              10 WS-WR-STAMP      PIC X(14).
              10 WS-WR-MARK       PIC 9(3).
              10 WS-WR-PRINTED    PIC X(1).
       01  WS-WR-IDX              PIC 9(3).
       01  WS-WR-BEST             PIC 9(3).
       01  WS-WR-RANK             PIC 9(3).
       01  WS-WR-SKIPPED          PIC 9(5).

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "ELECTIVE-SEAT-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SUBJECT ENROLLMENT".
                   "CANNOT BE OVERRIDDEN THIS SESSION"
           END-IF.

           OPEN I-O ELECTIVE-SEATS-FILE.
           IF ELECTIVE-SEATS-STATUS = "35"
               OPEN OUTPUT ELECTIVE-SEATS-FILE
               CLOSE ELECTIVE-SEATS-FILE
               OPEN I-O ELECTIVE-SEATS-FILE
           END-IF.

           OPEN I-O WAITING-LIST-FILE.
           IF WAITING-LIST-STATUS = "35"
               OPEN OUTPUT WAITING-LIST-FILE
               CLOSE WAITING-LIST-FILE
               OPEN I-O WAITING-LIST-FILE
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE ENROLLMENT-FILE.
           IF USER-ROLE-STATUS = "00"
               CLOSE USER-ROLE-FILE
           END-IF.
           CLOSE ELECTIVE-SEATS-FILE.
           CLOSE WAITING-LIST-FILE.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (E=ENROLL A STUDENT, D=DROP A SUBJECT, "
               "S=SET A SEAT LIMIT, F=FILL AND WAITING LIST REPORT, "
               "R=OVERRIDE EXCEPTION REPORT)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "E"
                   PERFORM 200-ENROLL-ONE
               WHEN "D"
                   PERFORM 600-DROP-SUBJECT
               WHEN "S"
                   PERFORM 700-SET-SEAT-LIMIT
               WHEN "F"
                   PERFORM 800-FILL-REPORT
               WHEN "R"
                   PERFORM 500-OVERRIDE-REPORT
               WHEN OTHER
                   END-IF
                   DISPLAY "STUDENT: " SM-STUDENT-NAME
           END-READ.
           MOVE SM-CLASS-SECTION TO WS-ENR-SECTION.

           DISPLAY "SUBJECT".
           ACCEPT WS-ENR-SUBJECT.
           DISPLAY "TERM CODE".
           ACCEPT WS-ENR-TERM.

           MOVE WS-ENR-STUDENT TO EN-STUDENT-ID.
           MOVE WS-ENR-SUBJECT TO EN-SUBJECT.
           MOVE WS-ENR-TERM TO EN-TERM-CODE.
           READ ENROLLMENT-FILE
               NOT INVALID KEY
                   DISPLAY "ALREADY ENROLLED IN " WS-ENR-SUBJECT
                       " FOR " WS-ENR-TERM
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 300-CHECK-PREREQUISITES.
           MOVE "N" TO WS-OVERRIDE-USED.
           IF WS-PREREQ-OK = "N"
               END-IF
           END-IF.

      *> A full elective takes the student onto its waiting list -
      *> with the override, if one was granted - instead of a desk.
           MOVE SPACES TO WS-ENR-SEAT-SECTION.
           MOVE WS-ENR-SUBJECT TO EL-SUBJECT.
           MOVE WS-ENR-SECTION TO EL-CLASS-SECTION.
           MOVE WS-ENR-TERM TO EL-TERM-CODE.
           READ ELECTIVE-SEATS-FILE
               NOT INVALID KEY
                   MOVE WS-ENR-SECTION TO WS-ENR-SEAT-SECTION
           END-READ.
           IF WS-ENR-SEAT-SECTION NOT = SPACES
               AND EL-ENROLLED NOT < EL-SEAT-LIMIT
               PERFORM 250-JOIN-WAITING-LIST
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENR-STUDENT TO EN-STUDENT-ID.
           MOVE WS-ENR-SUBJECT TO EN-SUBJECT.
           MOVE WS-ENR-TERM TO EN-TERM-CODE.
               MOVE SPACES TO EN-OVERRIDE-BY
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EN-ENROLL-DATE.
           MOVE WS-ENR-SEAT-SECTION TO EN-SEAT-SECTION.
           WRITE ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY "ALREADY ENROLLED IN " WS-ENR-SUBJECT
                       " FOR " WS-ENR-TERM
               NOT INVALID KEY
                   DISPLAY "ENROLLED"
                   IF WS-ENR-SEAT-SECTION NOT = SPACES
                       ADD 1 TO EL-ENROLLED
                       REWRITE ELECTIVE-SEATS-RECORD
                       DISPLAY "SEAT " EL-ENROLLED " OF "
                           EL-SEAT-LIMIT " IN " WS-ENR-SECTION
                   END-IF
           END-WRITE.

       250-JOIN-WAITING-LIST.
           MOVE WS-ENR-SUBJECT TO WS-ES-SUBJECT.
           MOVE WS-ENR-SECTION TO WS-ES-SECTION.
           MOVE WS-ENR-TERM TO WS-ES-TERM.
           MOVE WS-ENR-SUBJECT TO WT-SUBJECT.
           MOVE WS-ENR-SECTION TO WT-CLASS-SECTION.
           MOVE WS-ENR-TERM TO WT-TERM-CODE.
           MOVE WS-ENR-STUDENT TO WT-STUDENT-ID.
           MOVE "N" TO WS-WAIT-FOUND.
           READ WAITING-LIST-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-WAIT-FOUND
           END-READ.
           IF WS-WAIT-FOUND = "Y" AND WT-STATUS = "W"
               MOVE WT-REQUEST-STAMP TO WS-ES-MY-STAMP
               MOVE WT-RANK-MARK TO WS-ES-MY-MARK
               PERFORM WAITER-POSITION
               DISPLAY "ALREADY ON THE WAITING LIST FOR "
                   WS-ENR-SUBJECT " - POSITION " WS-ES-POSITION
               EXIT PARAGRAPH
           END-IF.

           PERFORM 260-AVERAGE-EARLIER-MARKS.
           MOVE WS-ENR-SUBJECT TO WT-SUBJECT.
           MOVE WS-ENR-SECTION TO WT-CLASS-SECTION.
           MOVE WS-ENR-TERM TO WT-TERM-CODE.
           MOVE WS-ENR-STUDENT TO WT-STUDENT-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WT-REQUEST-STAMP.
           MOVE WS-RANK-MARK TO WT-RANK-MARK.
           MOVE WS-OVERRIDE-USED TO WT-OVERRIDE.
           IF WS-OVERRIDE-USED = "Y"
               MOVE WS-HEAD-ID TO WT-OVERRIDE-BY
           ELSE
               MOVE SPACES TO WT-OVERRIDE-BY
           END-IF.
           MOVE "W" TO WT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WT-STATUS-DATE.
           IF WS-WAIT-FOUND = "Y"
               REWRITE WAITING-LIST-RECORD
           ELSE
               WRITE WAITING-LIST-RECORD
           END-IF.
           IF WAITING-LIST-STATUS NOT = "00"
               DISPLAY "WAITING LIST NOT SAVED, STATUS "
                   WAITING-LIST-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WT-REQUEST-STAMP TO WS-ES-MY-STAMP.
           MOVE WT-RANK-MARK TO WS-ES-MY-MARK.
           PERFORM WAITER-POSITION.
           DISPLAY WS-ENR-SUBJECT " IS FULL FOR " WS-ENR-SECTION
               " (" EL-SEAT-LIMIT " SEATS) - PLACED ON THE WAITING "
               "LIST AT POSITION " WS-ES-POSITION.

      *> The rank mark: the student's average over every subject sat
      *> in a term before the one applied for (zero with no history).
       260-AVERAGE-EARLIER-MARKS.
           MOVE ZERO TO WS-MARKS-TOTAL.
           MOVE ZERO TO WS-MARKS-COUNT.
           MOVE ZERO TO WS-RANK-MARK.
           MOVE "N" TO WS-MARKS-EOF.
           MOVE WS-ENR-STUDENT TO FI-STUDENT-ID.
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
           PERFORM 270-ADD-ONE-EARLIER-MARK UNTIL ENDOFMARKS.
           IF WS-MARKS-COUNT > ZERO
               COMPUTE WS-RANK-MARK ROUNDED =
                   WS-MARKS-TOTAL / WS-MARKS-COUNT
           END-IF.

       270-ADD-ONE-EARLIER-MARK.
           IF FI-STUDENT-ID NOT = WS-ENR-STUDENT
               SET ENDOFMARKS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF FI-TERM-CODE < WS-ENR-TERM
               ADD FI-MARKS TO WS-MARKS-TOTAL
               ADD 1 TO WS-MARKS-COUNT
           END-IF.
           READ MARKS-MASTER NEXT
               AT END SET ENDOFMARKS TO TRUE
           END-READ.

      *> Every PREREQ.DAT row for the subject must find a passing
      *> mark in a term collating BEFORE the enrollment term - the
      *> canonical YYTn codes collate chronologically.
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-HEAD-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-OVERRIDE-USED
                       DISPLAY "OVERRIDDEN BY " UR-NAME
                           " - THE EXCEPTION REPORT WILL CARRY IT"
                   ELSE
                       DISPLAY "NOT THE HEAD, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.

               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> Dropping a subject deletes the enrollment and, when it held a
      *> limited seat, hands that seat down the waiting list. Not
      *> enrolled but waiting: the student comes off the list. Once
      *> the term's mark is posted the subject is on the record and
      *> can no longer be dropped.
       600-DROP-SUBJECT.
           DISPLAY "STUDENT ID".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:8) TO WS-ENR-STUDENT.
           DISPLAY "SUBJECT".
           ACCEPT WS-ENR-SUBJECT.
           DISPLAY "TERM CODE".
           ACCEPT WS-ENR-TERM.

           MOVE WS-ENR-STUDENT TO EN-STUDENT-ID.
           MOVE WS-ENR-SUBJECT TO EN-SUBJECT.
           MOVE WS-ENR-TERM TO EN-TERM-CODE.
           READ ENROLLMENT-FILE
               INVALID KEY
                   PERFORM 610-LEAVE-WAITING-LIST
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-ENR-STUDENT TO FI-STUDENT-ID.
           MOVE WS-ENR-SUBJECT TO FI-SUBJECT.
           MOVE WS-ENR-TERM TO FI-TERM-CODE.
           READ MARKS-MASTER
               NOT INVALID KEY
                   DISPLAY "MARKS ALREADY POSTED FOR " WS-ENR-SUBJECT
                       " " WS-ENR-TERM " - CANNOT BE DROPPED"
                   EXIT PARAGRAPH
           END-READ.

           MOVE EN-SEAT-SECTION TO WS-ENR-SEAT-SECTION.
           DELETE ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "DROP FAILED, STATUS " ENROLLMENT-STATUS
                   EXIT PARAGRAPH
           END-DELETE.
           DISPLAY "DROPPED " WS-ENR-SUBJECT " FOR " WS-ENR-TERM.
           IF WS-ENR-SEAT-SECTION NOT = SPACES
               MOVE WS-ENR-SUBJECT TO WS-ES-SUBJECT
               MOVE WS-ENR-SEAT-SECTION TO WS-ES-SECTION
               MOVE WS-ENR-TERM TO WS-ES-TERM
               PERFORM RELEASE-ELECTIVE-SEAT
               IF WS-ES-SEATED = ZERO
                   DISPLAY "SEAT FREED - NO ONE WAITING"
               END-IF
           END-IF.

       610-LEAVE-WAITING-LIST.
           MOVE WS-ENR-STUDENT TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDENT NOT ON FILE: " WS-ENR-STUDENT
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-ENR-SUBJECT TO WT-SUBJECT.
           MOVE SM-CLASS-SECTION TO WT-CLASS-SECTION.
           MOVE WS-ENR-TERM TO WT-TERM-CODE.
           MOVE WS-ENR-STUDENT TO WT-STUDENT-ID.
           READ WAITING-LIST-FILE
               INVALID KEY
                   MOVE SPACES TO WT-STATUS
           END-READ.
           IF WT-STATUS NOT = "W"
               DISPLAY "NOT ENROLLED IN OR WAITING FOR "
                   WS-ENR-SUBJECT " " WS-ENR-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO WT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WT-STATUS-DATE.
           REWRITE WAITING-LIST-RECORD.
           DISPLAY "TAKEN OFF THE WAITING LIST FOR " WS-ENR-SUBJECT.

      *> A new limit takes over the section's existing enrollments in
      *> the subject as its first seats; a raised limit seats the
      *> waiting list at once. A limit cut below the seats already
      *> taken unenrolls no one - the overflow wears off as students
      *> drop.
       700-SET-SEAT-LIMIT.
           DISPLAY "SUBJECT".
           ACCEPT WS-ENR-SUBJECT.
           DISPLAY "CLASS SECTION".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:4) TO WS-ENR-SECTION.
           DISPLAY "TERM CODE".
           ACCEPT WS-ENR-TERM.
           DISPLAY "SEATS (1-999)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-SEAT-LIMIT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-SEAT-LIMIT = ZERO
               DISPLAY "A SEAT LIMIT NEEDS AT LEAST ONE SEAT"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RANK-BY.
           PERFORM 705-ACCEPT-RANK-BY
               UNTIL WS-RANK-BY = "D" OR WS-RANK-BY = "M".

           MOVE WS-ENR-SUBJECT TO EL-SUBJECT.
           MOVE WS-ENR-SECTION TO EL-CLASS-SECTION.
           MOVE WS-ENR-TERM TO EL-TERM-CODE.
           READ ELECTIVE-SEATS-FILE
               INVALID KEY
                   PERFORM 710-COUNT-TAKEN-SEATS
                   MOVE WS-ENR-SUBJECT TO EL-SUBJECT
                   MOVE WS-ENR-SECTION TO EL-CLASS-SECTION
                   MOVE WS-ENR-TERM TO EL-TERM-CODE
                   MOVE WS-SEAT-LIMIT TO EL-SEAT-LIMIT
                   MOVE WS-RANK-BY TO EL-RANK-BY
                   MOVE WS-SEAT-COUNTED TO EL-ENROLLED
                   WRITE ELECTIVE-SEATS-RECORD
               NOT INVALID KEY
                   MOVE WS-SEAT-LIMIT TO EL-SEAT-LIMIT
                   MOVE WS-RANK-BY TO EL-RANK-BY
                   REWRITE ELECTIVE-SEATS-RECORD
           END-READ.
           IF ELECTIVE-SEATS-STATUS NOT = "00"
               DISPLAY "SEAT LIMIT NOT SAVED, STATUS "
                   ELECTIVE-SEATS-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-ENR-SUBJECT " " WS-ENR-SECTION " "
               WS-ENR-TERM ": " EL-SEAT-LIMIT " SEATS, "
               EL-ENROLLED " TAKEN".
           IF EL-ENROLLED > EL-SEAT-LIMIT
               DISPLAY "ALREADY OVER THE LIMIT - NO ONE IS "
                   "UNENROLLED, NEW ENROLLMENTS WILL WAIT"
           END-IF.

           MOVE WS-ENR-SUBJECT TO WS-ES-SUBJECT.
           MOVE WS-ENR-SECTION TO WS-ES-SECTION.
           MOVE WS-ENR-TERM TO WS-ES-TERM.
           PERFORM FILL-ELECTIVE-SEATS.

       705-ACCEPT-RANK-BY.
           DISPLAY "RANK THE WAITING LIST BY (D=REQUEST DATE, "
               "M=MARKS)".
           ACCEPT WS-RANK-BY.

      *> Enrollments in the subject and term by active students of the
      *> section, not yet holding a seat, become this limit's seats.
       710-COUNT-TAKEN-SEATS.
           MOVE ZERO TO WS-SEAT-COUNTED.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE SPACES TO EN-ENROLL-KEY.
           START ENROLLMENT-FILE KEY NOT < EN-ENROLL-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           IF NOT ENDOFINPUT
               READ ENROLLMENT-FILE NEXT
                   AT END SET ENDOFINPUT TO TRUE
               END-READ
           END-IF.
           PERFORM 720-COUNT-ONE-ENROLLMENT UNTIL ENDOFINPUT.

       720-COUNT-ONE-ENROLLMENT.
           IF EN-SUBJECT = WS-ENR-SUBJECT
               AND EN-TERM-CODE = WS-ENR-TERM
               AND EN-SEAT-SECTION = SPACES
               MOVE EN-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE SPACES TO SM-CLASS-SECTION
               END-READ
               IF SM-CLASS-SECTION = WS-ENR-SECTION
                   AND (SM-STATUS = SPACES OR SM-STATUS = "A")
                   MOVE WS-ENR-SECTION TO EN-SEAT-SECTION
                   REWRITE ENROLLMENT-RECORD
                   ADD 1 TO WS-SEAT-COUNTED
               END-IF
           END-IF.
           READ ENROLLMENT-FILE NEXT
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> Fill and waiting list by elective: seats, taken and free for
      *> each limit on file (one term, or blank for all), then the
      *> students waiting in the order they will be seated.
       800-FILL-REPORT.
           DISPLAY "TERM CODE (BLANK FOR ALL TERMS)".
           MOVE SPACES TO WS-REPORT-TERM.
           ACCEPT WS-REPORT-TERM.
           MOVE ZERO TO WS-ELECTIVE-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO EL-SEAT-KEY.
           START ELECTIVE-SEATS-FILE KEY NOT < EL-SEAT-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           IF NOT ENDOFINPUT
               READ ELECTIVE-SEATS-FILE NEXT
                   AT END SET ENDOFINPUT TO TRUE
               END-READ
           END-IF.
           DISPLAY "=========== ELECTIVE FILL AND WAITING LIST ======".
           DISPLAY "SUBJECT    SECT TERM  SEATS TAKEN FREE WAITING".
           PERFORM 810-REPORT-ONE-ELECTIVE UNTIL ENDOFINPUT.
           DISPLAY "ELECTIVES WITH A SEAT LIMIT: " WS-ELECTIVE-COUNT.

       810-REPORT-ONE-ELECTIVE.
           IF WS-REPORT-TERM = SPACES
               OR EL-TERM-CODE = WS-REPORT-TERM
               ADD 1 TO WS-ELECTIVE-COUNT
               PERFORM 820-LOAD-WAITERS
               IF EL-ENROLLED < EL-SEAT-LIMIT
                   COMPUTE WS-FREE-SEATS =
                       EL-SEAT-LIMIT - EL-ENROLLED
               ELSE
                   MOVE ZERO TO WS-FREE-SEATS
               END-IF
               DISPLAY EL-SUBJECT " " EL-CLASS-SECTION " "
                   EL-TERM-CODE " " EL-SEAT-LIMIT "   "
                   EL-ENROLLED "   " WS-FREE-SEATS "  "
                   WS-WAITER-COUNT
               MOVE ZERO TO WS-WR-RANK
               PERFORM 840-PRINT-NEXT-WAITER
                   UNTIL WS-WR-RANK = WS-WAITER-COUNT
               IF WS-WR-SKIPPED > ZERO
                   DISPLAY "    ... AND " WS-WR-SKIPPED
                       " MORE WAITING NOT LISTED"
               END-IF
           END-IF.
           READ ELECTIVE-SEATS-FILE NEXT
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       820-LOAD-WAITERS.
           MOVE ZERO TO WS-WAITER-COUNT.
           MOVE ZERO TO WS-WR-SKIPPED.
           MOVE "N" TO WS-ES-EOF.
           MOVE EL-SUBJECT TO WT-SUBJECT.
           MOVE EL-CLASS-SECTION TO WT-CLASS-SECTION.
           MOVE EL-TERM-CODE TO WT-TERM-CODE.
           MOVE LOW-VALUES TO WT-STUDENT-ID.
           START WAITING-LIST-FILE KEY NOT < WT-KEY
               INVALID KEY MOVE "Y" TO WS-ES-EOF
           END-START.
           IF WS-ES-EOF = "N"
               READ WAITING-LIST-FILE NEXT
                   AT END MOVE "Y" TO WS-ES-EOF
               END-READ
           END-IF.
           PERFORM 830-LOAD-ONE-WAITER UNTIL WS-ES-EOF = "Y".

       830-LOAD-ONE-WAITER.
           IF WT-SUBJECT NOT = EL-SUBJECT
               OR WT-CLASS-SECTION NOT = EL-CLASS-SECTION
               OR WT-TERM-CODE NOT = EL-TERM-CODE
               MOVE "Y" TO WS-ES-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WT-STATUS = "W"
               MOVE WS-WAITER-COUNT TO WS-TB-COUNT
               MOVE 100 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-WAITER-COUNT
                   MOVE WT-STUDENT-ID
                       TO WS-WR-STUDENT (WS-WAITER-COUNT)
                   MOVE WT-REQUEST-STAMP
                       TO WS-WR-STAMP (WS-WAITER-COUNT)
                   MOVE WT-RANK-MARK TO WS-WR-MARK (WS-WAITER-COUNT)
                   MOVE "N" TO WS-WR-PRINTED (WS-WAITER-COUNT)
               ELSE
                   ADD 1 TO WS-WR-SKIPPED
               END-IF
           END-IF.
           READ WAITING-LIST-FILE NEXT
               AT END MOVE "Y" TO WS-ES-EOF
           END-READ.

      *> Picks the best of the waiting students not yet printed, the
      *> same ranking FILL-ELECTIVE-SEATS seats them by.
       840-PRINT-NEXT-WAITER.
           MOVE ZERO TO WS-WR-BEST.
           PERFORM VARYING WS-WR-IDX FROM 1 BY 1
                   UNTIL WS-WR-IDX > WS-WAITER-COUNT
               IF WS-WR-PRINTED (WS-WR-IDX) = "N"
                   IF WS-WR-BEST = ZERO
                       MOVE WS-WR-IDX TO WS-WR-BEST
                   ELSE
                       PERFORM 850-COMPARE-WAITERS
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO WS-WR-RANK.
           MOVE "Y" TO WS-WR-PRINTED (WS-WR-BEST).
           MOVE WS-WR-STUDENT (WS-WR-BEST) TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
           END-READ.
           DISPLAY "    " WS-WR-RANK ". " WS-WR-STUDENT (WS-WR-BEST)
               " " SM-STUDENT-NAME " ASKED "
               WS-WR-STAMP (WS-WR-BEST) (1:8)
               " MARK " WS-WR-MARK (WS-WR-BEST).

       850-COMPARE-WAITERS.
           IF EL-RANK-BY = "M"
               IF WS-WR-MARK (WS-WR-IDX) > WS-WR-MARK (WS-WR-BEST)
                   OR (WS-WR-MARK (WS-WR-IDX) = WS-WR-MARK (WS-WR-BEST)
                   AND WS-WR-STAMP (WS-WR-IDX)
                       < WS-WR-STAMP (WS-WR-BEST))
                   MOVE WS-WR-IDX TO WS-WR-BEST
               END-IF
           ELSE
               IF WS-WR-STAMP (WS-WR-IDX) < WS-WR-STAMP (WS-WR-BEST)
                   MOVE WS-WR-IDX TO WS-WR-BEST
               END-IF
           END-IF.

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "ELECTIVE-SEAT-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM SUBJECT-ENROLLMENT.
