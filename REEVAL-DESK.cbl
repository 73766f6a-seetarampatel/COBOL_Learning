      ******************************************************************
      * Author:
      * Date:
      * Purpose: The office desk for re-evaluation (re-mark)
      *          requests. N logs a family's request against one
      *          student/subject/term mark - only inside the term's
      *          re-evaluation window on TERMCAL.DAT (results date
      *          plus TL-REEVAL-DAYS) - charges the term's
      *          re-evaluation fee to FEELEDGR.DAT and routes the
      *          script to a teacher on TEACHERS.DAT other than the
      *          one who marked it (the TEACHASG.DAT teacher for the
      *          class), preferring a teacher of the same subject
      *          with the fewest re-marks in hand. O takes the
      *          reviewer's mark: the same mark upholds the result;
      *          a different one goes to PENDING.DAT for the usual
      *          two-step approval on MARKS-APPROVAL, which refunds
      *          the fee when the approved mark is higher. L lists a
      *          term's requests; P prints the result letters to the
      *          guardians for every decided request not yet
      *          printed, or reprints one student's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEVAL-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEVAL-FILE
               ASSIGN TO "REEVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REQUEST-KEY
               FILE STATUS IS REEVAL-STATUS.

           SELECT MARKS-MASTER
               ASSIGN TO "MARKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-MARKS-KEY
               FILE STATUS IS MASTER-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT TERM-CALENDAR-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TERM-CODE
               FILE STATUS IS TERM-CALENDAR-STATUS.

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

           SELECT GUARDIAN-FILE
               ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-STUDENT-ID
               FILE STATUS IS GUARDIAN-FILE-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO "PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REEVAL-FILE.
           COPY "REEVAL-REQUEST.CPY".

       FD  MARKS-MASTER.
           COPY "SUBJECT-MARKS.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

       FD  TEACHER-ASSIGNMENT-FILE.
           COPY "TEACHER-ASSIGNMENT.CPY".

       FD  TEACHER-MASTER.
           COPY "TEACHER-MASTER.CPY".

       FD  GUARDIAN-FILE.
           COPY "GUARDIAN.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  PENDING-FILE.
           COPY "PENDING-CHANGE.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  REEVAL-STATUS          PIC X(2).
       01  MASTER-STATUS          PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  TEACHER-ASSIGN-STATUS  PIC X(2).
       01  TEACHER-MASTER-STATUS  PIC X(2).
       01  GUARDIAN-FILE-STATUS   PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  PENDING-STATUS         PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-CONFIRM             PIC X(1).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".
       01  WS-SCAN-EOF            PIC X(1).
           88 ENDOFSCAN VALUE "Y".

       01  WS-TODAY               PIC X(8).
       01  WS-DATE-NUM            PIC 9(8).
       01  WS-TODAY-DAY           PIC 9(7).
       01  WS-RESULTS-DAY         PIC 9(7).
       01  WS-LAST-DAY            PIC 9(7).

       01  WS-DESK-STUDENT        PIC X(8).
       01  WS-DESK-SUBJECT        PIC X(10).
       01  WS-DESK-TERM           PIC X(5).
       01  WS-MARKER-ID           PIC X(6).
       01  WS-REVIEWER-ID         PIC X(6).
       01  WS-NEW-MARKS           PIC 9(3).
       01  WS-LIST-COUNT          PIC 9(4).
       01  WS-PRINTED-COUNT       PIC 9(4).
       01  WS-STATUS-NAME         PIC X(20).
       01  WS-FEE-ED              PIC Z(4)9.99.

      *> Teachers the script could go to, with the re-marks each
      *> already has in hand.
       01  WS-CAND-COUNT          PIC 9(3).
       01  WS-CAND-TABLE.
           05 CAND-ENTRY OCCURS 100 TIMES.
               10 CD-TEACHER-ID   PIC X(6).
               10 CD-LOAD         PIC 9(4).
       01  CD-IDX                 PIC 9(3).
       01  WS-FOUND-CD            PIC 9(3).
       01  WS-BEST-CD             PIC 9(3).

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RE-EVALUATION DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-DATE-NUM.
           COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           OPEN I-O REEVAL-FILE.
           IF REEVAL-STATUS = "35"
               OPEN OUTPUT REEVAL-FILE
               CLOSE REEVAL-FILE
               OPEN I-O REEVAL-FILE
           END-IF.
           IF REEVAL-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN REEVAL.DAT, STATUS "
                   REEVAL-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT MARKS-MASTER.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN MARKS.DAT, STATUS "
                   MASTER-STATUS
               CLOSE REEVAL-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT TERM-CALENDAR-FILE.
           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           OPEN INPUT TEACHER-MASTER.
           OPEN INPUT GUARDIAN-FILE.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE REEVAL-FILE.
           CLOSE MARKS-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               CLOSE STUDENT-MASTER
           END-IF.
           IF TERM-CALENDAR-STATUS = "00"
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           IF TEACHER-ASSIGN-STATUS = "00"
               CLOSE TEACHER-ASSIGNMENT-FILE
           END-IF.
           IF TEACHER-MASTER-STATUS = "00"
               CLOSE TEACHER-MASTER
           END-IF.
           IF GUARDIAN-FILE-STATUS = "00"
               CLOSE GUARDIAN-FILE
           END-IF.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       050-ACCEPT-TERM.
           DISPLAY "TERM (E.G. 26T1)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-DESK-TERM.

       060-ACCEPT-MARK-KEY.
           DISPLAY "STUDENT ID".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-DESK-STUDENT.
           DISPLAY "SUBJECT".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-DESK-SUBJECT.
           PERFORM 050-ACCEPT-TERM.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (N=NEW REQUEST, O=REVIEWER'S MARK, "
               "L=LIST A TERM, P=PRINT RESULT LETTERS)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "N"
                   PERFORM 200-NEW-REQUEST
               WHEN "O"
                   PERFORM 300-RECORD-REVIEW
               WHEN "L"
                   PERFORM 400-LIST-TERM
               WHEN "P"
                   PERFORM 600-PRINT-LETTERS
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.
           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> One request per mark. The window runs from the results date
      *> to TL-REEVAL-DAYS days after it, both days included.
       200-NEW-REQUEST.
           PERFORM 060-ACCEPT-MARK-KEY.
           MOVE WS-DESK-STUDENT TO RV-STUDENT-ID.
           MOVE WS-DESK-SUBJECT TO RV-SUBJECT.
           MOVE WS-DESK-TERM TO RV-TERM-CODE.
           READ REEVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "RE-EVALUATION ALREADY REQUESTED FOR THIS "
                       "MARK ON " RV-REQUESTED-DATE
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-DESK-STUDENT TO FI-STUDENT-ID.
           MOVE WS-DESK-SUBJECT TO FI-SUBJECT.
           MOVE WS-DESK-TERM TO FI-TERM-CODE.
           READ MARKS-MASTER
               INVALID KEY
                   DISPLAY "NO MARK ON FILE FOR THAT STUDENT, SUBJECT "
                       "AND TERM"
                   EXIT PARAGRAPH
           END-READ.

           IF TERM-CALENDAR-STATUS NOT = "00"
               DISPLAY "NO TERM CALENDAR - REQUESTS CANNOT BE TAKEN"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DESK-TERM TO TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "TERM NOT ON THE CALENDAR"
                   EXIT PARAGRAPH
           END-READ.
           IF TL-RESULTS-DATE = SPACES OR TL-RESULTS-DATE NOT NUMERIC
               DISPLAY "RESULTS FOR " WS-DESK-TERM " NOT FILED AS "
                   "PUBLISHED - NO RE-EVALUATION YET"
               EXIT PARAGRAPH
           END-IF.
           MOVE TL-RESULTS-DATE TO WS-DATE-NUM.
           COMPUTE WS-RESULTS-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-LAST-DAY = WS-RESULTS-DAY + TL-REEVAL-DAYS.
           IF WS-TODAY-DAY < WS-RESULTS-DAY
               OR WS-TODAY-DAY > WS-LAST-DAY
               DISPLAY "OUTSIDE THE RE-EVALUATION WINDOW - RESULTS "
                   TL-RESULTS-DATE " PLUS " TL-REEVAL-DAYS " DAYS"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 210-FIND-MARKER.
           PERFORM 500-ROUTE-TO-REVIEWER.
           IF WS-REVIEWER-ID = SPACES
               DISPLAY "NO OTHER TEACHER ON TEACHERS.DAT TO "
                   "RE-MARK IT - NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.

           MOVE TL-REEVAL-FEE TO WS-FEE-ED.
           DISPLAY "MARK ON FILE " FI-MARKS " - FEE " WS-FEE-ED
               " - RE-MARK BY " WS-REVIEWER-ID.
           DISPLAY "LOG THE REQUEST AND CHARGE THE FEE? (Y/N)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REEVAL-REQUEST-RECORD.
           MOVE WS-DESK-STUDENT TO RV-STUDENT-ID.
           MOVE WS-DESK-SUBJECT TO RV-SUBJECT.
           MOVE WS-DESK-TERM TO RV-TERM-CODE.
           MOVE FI-CLASS-SECTION TO RV-CLASS-SECTION.
           MOVE WS-TODAY TO RV-REQUESTED-DATE.
           MOVE WS-USER-ID TO RV-LOGGED-BY.
           MOVE FI-MARKS TO RV-ORIGINAL-MARKS.
           MOVE WS-MARKER-ID TO RV-MARKER-ID.
           MOVE WS-REVIEWER-ID TO RV-REVIEWER-ID.
           MOVE TL-REEVAL-FEE TO RV-FEE-AMOUNT.
           MOVE "R" TO RV-STATUS.
           MOVE ZERO TO RV-REVISED-MARKS.
           MOVE "N" TO RV-REFUNDED.
           WRITE REEVAL-REQUEST-RECORD.

           IF RV-FEE-AMOUNT > ZERO
               PERFORM 220-CHARGE-FEE
           END-IF.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "REEVAL" TO AL-RECORD-TYPE.
           MOVE RV-REQUEST-KEY TO AL-KEY-VALUE.
           MOVE "REQUESTED" TO AL-FIELD-NAME.
           MOVE RV-ORIGINAL-MARKS TO AL-OLD-VALUE.
           MOVE RV-REVIEWER-ID TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "REQUEST LOGGED - SCRIPT TO TEACHER "
               RV-REVIEWER-ID.

      *> The first marker is the class's teacher for the subject.
       210-FIND-MARKER.
           MOVE SPACES TO WS-MARKER-ID.
           IF TEACHER-ASSIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE FI-SUBJECT TO TA-SUBJECT.
           MOVE FI-CLASS-SECTION TO TA-CLASS-SECTION.
           MOVE FI-TERM-CODE TO TA-TERM-CODE.
           READ TEACHER-ASSIGNMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TA-TEACHER-ID TO WS-MARKER-ID
           END-READ.

       220-CHARGE-FEE.
           OPEN EXTEND FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS = "05" OR FEE-LEDGER-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER-FILE
           END-IF.
           MOVE SPACES TO FEE-LEDGER-RECORD.
           MOVE RV-STUDENT-ID TO FL-STUDENT-ID.
           MOVE RV-TERM-CODE TO FL-TERM-CODE.
           MOVE "C" TO FL-TYPE.
           MOVE "RE-EVALUATION" TO FL-DESCRIPTION.
           MOVE RV-FEE-AMOUNT TO FL-AMOUNT.
           MOVE WS-TODAY TO FL-DATE.
           MOVE WS-USER-ID TO FL-ENTERED-BY.
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEE-LEDGER-FILE.

      *> The same mark back upholds the result there and then; any
      *> other mark is a marks correction and goes through the
      *> two-step approval like every other.
       300-RECORD-REVIEW.
           PERFORM 060-ACCEPT-MARK-KEY.
           MOVE WS-DESK-STUDENT TO RV-STUDENT-ID.
           MOVE WS-DESK-SUBJECT TO RV-SUBJECT.
           MOVE WS-DESK-TERM TO RV-TERM-CODE.
           READ REEVAL-FILE
               INVALID KEY
                   DISPLAY "NO RE-EVALUATION REQUESTED FOR THIS MARK"
                   EXIT PARAGRAPH
           END-READ.
           IF RV-STATUS NOT = "R"
               PERFORM 410-SET-STATUS-NAME
               DISPLAY "REQUEST IS ALREADY " WS-STATUS-NAME
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ORIGINAL MARK " RV-ORIGINAL-MARKS
               " - RE-MARKED BY " RV-REVIEWER-ID.
           DISPLAY "REVIEWER'S MARK".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-NEW-MARKS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-NEW-MARKS > 100
               DISPLAY "MARKS RUN 0 TO 100 - NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-MARKS TO RV-REVISED-MARKS.
           MOVE WS-USER-ID TO RV-DECIDED-BY.
           IF WS-NEW-MARKS = RV-ORIGINAL-MARKS
               MOVE "U" TO RV-STATUS
               MOVE WS-TODAY TO RV-OUTCOME-DATE
               REWRITE REEVAL-REQUEST-RECORD
               DISPLAY "MARK UPHELD - RESULT LETTER READY TO PRINT"
           ELSE
               PERFORM 310-QUEUE-CORRECTION
               MOVE "P" TO RV-STATUS
               REWRITE REEVAL-REQUEST-RECORD
               DISPLAY "MARK CHANGE QUEUED FOR MARKS-APPROVAL - A "
                   "SECOND USER MUST APPROVE IT"
           END-IF.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "REEVAL" TO AL-RECORD-TYPE.
           MOVE RV-REQUEST-KEY TO AL-KEY-VALUE.
           MOVE "REVIEWED" TO AL-FIELD-NAME.
           MOVE RV-ORIGINAL-MARKS TO AL-OLD-VALUE.
           MOVE RV-REVISED-MARKS TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      *> Raised against the mark on the master now, which is what
      *> MARKS-APPROVAL checks the request against.
       310-QUEUE-CORRECTION.
           MOVE RV-STUDENT-ID TO FI-STUDENT-ID.
           MOVE RV-SUBJECT TO FI-SUBJECT.
           MOVE RV-TERM-CODE TO FI-TERM-CODE.
           READ MARKS-MASTER
               INVALID KEY
                   MOVE RV-ORIGINAL-MARKS TO FI-MARKS
           END-READ.
           OPEN EXTEND PENDING-FILE.
           IF PENDING-STATUS = "05" OR PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           MOVE SPACES TO PENDING-CHANGE-RECORD.
           MOVE "P" TO PC-STATUS.
           MOVE RV-STUDENT-ID TO PC-STUDENT-ID.
           MOVE RV-SUBJECT TO PC-SUBJECT.
           MOVE RV-TERM-CODE TO PC-TERM-CODE.
           MOVE FI-MARKS TO PC-OLD-MARKS.
           MOVE WS-NEW-MARKS TO PC-NEW-MARKS.
           MOVE WS-USER-ID TO PC-REQUESTED-BY.
           MOVE "RE-EVALUATION" TO PC-REASON.
           MOVE FUNCTION CURRENT-DATE TO PC-REQUESTED-AT.
           WRITE PENDING-CHANGE-RECORD.
           CLOSE PENDING-FILE.

       400-LIST-TERM.
           PERFORM 050-ACCEPT-TERM.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RV-REQUEST-KEY.
           START REEVAL-FILE KEY NOT < RV-REQUEST-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 405-LIST-ONE-REQUEST UNTIL ENDOFINPUT.
           DISPLAY "REQUESTS FOR " WS-DESK-TERM ": " WS-LIST-COUNT.

       405-LIST-ONE-REQUEST.
           READ REEVAL-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RV-TERM-CODE NOT = WS-DESK-TERM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 410-SET-STATUS-NAME.
           DISPLAY RV-STUDENT-ID " " RV-SUBJECT " " RV-CLASS-SECTION
               " ASKED " RV-REQUESTED-DATE " MARK "
               RV-ORIGINAL-MARKS " MARKER " RV-MARKER-ID
               " REVIEWER " RV-REVIEWER-ID.
           DISPLAY "     " WS-STATUS-NAME " REVISED "
               RV-REVISED-MARKS " REFUNDED " RV-REFUNDED
               " LETTER " RV-LETTER-DATE.

       410-SET-STATUS-NAME.
           EVALUATE RV-STATUS
               WHEN "R" MOVE "WITH THE REVIEWER" TO WS-STATUS-NAME
               WHEN "P" MOVE "AWAITING APPROVAL" TO WS-STATUS-NAME
               WHEN "C" MOVE "MARK CHANGED" TO WS-STATUS-NAME
               WHEN "U" MOVE "MARK UPHELD" TO WS-STATUS-NAME
               WHEN OTHER MOVE "?" TO WS-STATUS-NAME
           END-EVALUATE.

      *> A teacher of the same subject first, the whole staff list if
      *> no one else teaches it; never the first marker. Ties go to
      *> whoever has the fewest scripts still to re-mark.
       500-ROUTE-TO-REVIEWER.
           MOVE SPACES TO WS-REVIEWER-ID.
           MOVE ZERO TO WS-CAND-COUNT.
           IF TEACHER-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF TEACHER-ASSIGN-STATUS = "00"
               MOVE WS-DESK-SUBJECT TO TA-SUBJECT
               MOVE LOW-VALUES TO TA-CLASS-SECTION
               MOVE LOW-VALUES TO TA-TERM-CODE
               MOVE "N" TO WS-SCAN-EOF
               START TEACHER-ASSIGNMENT-FILE KEY NOT < TA-ASSIGN-KEY
                   INVALID KEY SET ENDOFSCAN TO TRUE
               END-START
               PERFORM 510-TAKE-SUBJECT-TEACHER UNTIL ENDOFSCAN
           END-IF.
           IF WS-CAND-COUNT = ZERO
               MOVE LOW-VALUES TO TM-TEACHER-ID
               MOVE "N" TO WS-SCAN-EOF
               START TEACHER-MASTER KEY NOT < TM-TEACHER-ID
                   INVALID KEY SET ENDOFSCAN TO TRUE
               END-START
               PERFORM 520-TAKE-ANY-TEACHER UNTIL ENDOFSCAN
           END-IF.
           IF WS-CAND-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO RV-REQUEST-KEY.
           MOVE "N" TO WS-SCAN-EOF.
           START REEVAL-FILE KEY NOT < RV-REQUEST-KEY
               INVALID KEY SET ENDOFSCAN TO TRUE
           END-START.
           PERFORM 540-COUNT-ONE-LOAD UNTIL ENDOFSCAN.

           MOVE 1 TO WS-BEST-CD.
           PERFORM VARYING CD-IDX FROM 2 BY 1
                   UNTIL CD-IDX > WS-CAND-COUNT
               IF CD-LOAD (CD-IDX) < CD-LOAD (WS-BEST-CD)
                   MOVE CD-IDX TO WS-BEST-CD
               END-IF
           END-PERFORM.
           MOVE CD-TEACHER-ID (WS-BEST-CD) TO WS-REVIEWER-ID.

       510-TAKE-SUBJECT-TEACHER.
           READ TEACHER-ASSIGNMENT-FILE NEXT
               AT END
                   SET ENDOFSCAN TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF TA-SUBJECT NOT = WS-DESK-SUBJECT
               SET ENDOFSCAN TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE TA-TEACHER-ID TO TM-TEACHER-ID.
           READ TEACHER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 530-ADD-CANDIDATE.

       520-TAKE-ANY-TEACHER.
           READ TEACHER-MASTER NEXT
               AT END
                   SET ENDOFSCAN TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 530-ADD-CANDIDATE.

       530-ADD-CANDIDATE.
           IF TM-TEACHER-ID = WS-MARKER-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FOUND-CD.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > WS-CAND-COUNT
               IF CD-TEACHER-ID (CD-IDX) = TM-TEACHER-ID
                   MOVE CD-IDX TO WS-FOUND-CD
               END-IF
           END-PERFORM.
           IF WS-FOUND-CD NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAND-COUNT TO WS-TB-COUNT.
           MOVE 100 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           MOVE TM-TEACHER-ID TO CD-TEACHER-ID (WS-CAND-COUNT).
           MOVE ZERO TO CD-LOAD (WS-CAND-COUNT).

       540-COUNT-ONE-LOAD.
           READ REEVAL-FILE NEXT
               AT END
                   SET ENDOFSCAN TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RV-STATUS NOT = "R"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > WS-CAND-COUNT
               IF CD-TEACHER-ID (CD-IDX) = RV-REVIEWER-ID
                   ADD 1 TO CD-LOAD (CD-IDX)
               END-IF
           END-PERFORM.

      *> Every decided request without a letter, or one student's
      *> decided requests again.
       600-PRINT-LETTERS.
           DISPLAY "STUDENT ID (BLANK = EVERY LETTER NOT YET "
               "PRINTED)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-DESK-STUDENT.
           MOVE ZERO TO WS-PRINTED-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RV-REQUEST-KEY.
           IF WS-DESK-STUDENT NOT = SPACES
               MOVE WS-DESK-STUDENT TO RV-STUDENT-ID
           END-IF.
           START REEVAL-FILE KEY NOT < RV-REQUEST-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 610-LETTER-FOR-ONE UNTIL ENDOFINPUT.
           DISPLAY "LETTERS PRINTED: " WS-PRINTED-COUNT.

       610-LETTER-FOR-ONE.
           READ REEVAL-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF WS-DESK-STUDENT NOT = SPACES
               IF RV-STUDENT-ID NOT = WS-DESK-STUDENT
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF RV-LETTER-DATE NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF RV-STATUS NOT = "C" AND RV-STATUS NOT = "U"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 620-PRINT-ONE-LETTER.
           IF RV-LETTER-DATE = SPACES
               MOVE WS-TODAY TO RV-LETTER-DATE
               REWRITE REEVAL-REQUEST-RECORD
           END-IF.
           ADD 1 TO WS-PRINTED-COUNT.

       620-PRINT-ONE-LETTER.
           MOVE "(NOT ON STUDENT MASTER)" TO SM-STUDENT-NAME.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE RV-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "(NOT ON STUDENT MASTER)"
                           TO SM-STUDENT-NAME
               END-READ
           END-IF.
           MOVE "THE PARENT OR GUARDIAN" TO GD-GUARDIAN-NAME.
           MOVE SPACES TO GD-ADDRESS.
           IF GUARDIAN-FILE-STATUS = "00"
               MOVE RV-STUDENT-ID TO GD-STUDENT-ID
               READ GUARDIAN-FILE
                   INVALID KEY
                       MOVE "THE PARENT OR GUARDIAN"
                           TO GD-GUARDIAN-NAME
                       MOVE SPACES TO GD-ADDRESS
               END-READ
           END-IF.
           MOVE RV-FEE-AMOUNT TO WS-FEE-ED.
           DISPLAY "+=========== RE-EVALUATION RESULT ===========+".
           DISPLAY "DATE " WS-TODAY.
           DISPLAY "DEAR " GD-GUARDIAN-NAME ",".
           DISPLAY GD-ADDRESS.
           DISPLAY " ".
           DISPLAY "YOUR REQUEST OF " RV-REQUESTED-DATE
               " FOR A RE-EVALUATION OF".
           DISPLAY "  " SM-STUDENT-NAME " (" RV-STUDENT-ID ")"
               " SECTION " RV-CLASS-SECTION.
           DISPLAY "  SUBJECT " RV-SUBJECT " TERM " RV-TERM-CODE.
           DISPLAY "HAS BEEN COMPLETED BY A TEACHER OTHER THAN THE "
               "ORIGINAL MARKER.".
           DISPLAY " ".
           DISPLAY "  ORIGINAL MARK    " RV-ORIGINAL-MARKS.
           IF RV-STATUS = "C"
               DISPLAY "  REVISED MARK     " RV-REVISED-MARKS
               DISPLAY "THE MARK HAS BEEN CHANGED ON THE SCHOOL'S "
                   "RECORDS."
           ELSE
               DISPLAY "THE ORIGINAL MARK STANDS."
           END-IF.
           IF RV-REFUNDED = "Y"
               DISPLAY "AS THE MARK WENT UP, THE FEE OF " WS-FEE-ED
                   " HAS BEEN REFUNDED TO YOUR FEE ACCOUNT."
           ELSE
               IF RV-FEE-AMOUNT > ZERO
                   DISPLAY "THE RE-EVALUATION FEE OF " WS-FEE-ED
                       " IS NOT REFUNDABLE AS THE MARK DID NOT "
                       "GO UP."
               END-IF
           END-IF.
           DISPLAY " ".
           DISPLAY "THE SCHOOL OFFICE".
           DISPLAY "+============================================+".

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM REEVAL-DESK.
