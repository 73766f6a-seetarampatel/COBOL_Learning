      ******************************************************************
      * Author:
      * Date:
      * Purpose: The office desk for students who join us from
      *          another school - the arriving counterpart of
      *          STUDENT-WITHDRAWAL's "T" leaver. T records the
      *          previous school and the date the student joined
      *          (TRANSFIN.DAT). M maps that school's own name for a
      *          subject to our marks-master subject (PRIORMAP.DAT),
      *          which must be on SUBJECTCODE.DAT or COURSEMSTR.DAT -
      *          the incoming counterpart of SUBJMAP.DAT. R keys one
      *          prior result off their old report; F loads a whole
      *          PRIORRES.DAT of them, listing every row it could not
      *          take (unmapped subject, unknown term, ...) so the map
      *          can be filled and the file loaded again. Each result
      *          lands on MARKS.DAT under the section "XFER" for the
      *          equivalent TERMCAL.DAT term, which must have started
      *          before the student joined: transcripts, prerequisite
      *          checks and GPA read it like any other row, while the
      *          class statistics leave it out. A row already holding
      *          one of our own results is never overwritten. L lists
      *          a student's transfer record and credited results.
      *          Every change leaves an audit row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-IN-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-IN-FILE
               ASSIGN TO "TRANSFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-STUDENT-ID
               FILE STATUS IS TRANSFER-IN-STATUS.

           SELECT PRIOR-MAP-FILE
               ASSIGN TO "PRIORMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MAP-KEY
               FILE STATUS IS PRIOR-MAP-STATUS.

           SELECT PRIOR-RESULT-FILE
               ASSIGN TO "PRIORRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-RESULT-STATUS.

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

           SELECT TERM-CALENDAR-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TERM-CODE
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT COURSE-MASTER-FILE
               ASSIGN TO "COURSEMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT SUBJECT-CODE-FILE
               ASSIGN TO "SUBJECTCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-CODE-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-IN-FILE.
           COPY "TRANSFER-IN.CPY".

       FD  PRIOR-MAP-FILE.
           COPY "PRIOR-SUBJECT-MAP.CPY".

       FD  PRIOR-RESULT-FILE.
           COPY "PRIOR-RESULT.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  MARKS-MASTER.
           COPY "SUBJECT-MARKS.CPY".

       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

       FD  COURSE-MASTER-FILE.
           COPY "COURSE-MASTER.CPY".

       FD  SUBJECT-CODE-FILE.
           COPY "SUBJECT-CODE-MASTER.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  TRANSFER-IN-STATUS     PIC X(2).
       01  PRIOR-MAP-STATUS       PIC X(2).
       01  PRIOR-RESULT-STATUS    PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  MARKS-MASTER-STATUS    PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  COURSE-MASTER-STATUS   PIC X(2).
       01  SUBJECT-CODE-STATUS    PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-TODAY               PIC X(8).
       01  WS-EOF                 PIC X(1).
       01  WS-MARKS-EOF           PIC X(1).
           88 ENDOFMARKS VALUE "Y".

       01  WS-ARRIVAL-DATE        PIC X(8).
       01  WS-ARRIVAL-NUM REDEFINES WS-ARRIVAL-DATE PIC 9(8).
       01  WS-OLD-SCHOOL          PIC X(6).
       01  WS-OLD-OUR-SUBJECT     PIC X(10).

      *> One prior result on its way to MARKS.DAT - keyed at the desk
      *> or read off PRIORRES.DAT - and what became of it.
       01  WS-THEIR-SUBJECT       PIC X(20).
       01  WS-TERM                PIC X(5).
       01  WS-MARK-VALUE          PIC 9(5)V9(2).
       01  WS-PRIOR-MARKS         PIC 9(3).
       01  WS-OLD-MARKS           PIC X(15).
       01  WS-REJECT-REASON       PIC X(30).

       01  WS-ROWS-READ           PIC 9(5).
       01  WS-ROWS-CREDITED       PIC 9(5).
       01  WS-ROWS-REJECTED       PIC 9(5).
       01  WS-CREDIT-COUNT        PIC 9(3).

      *> Our subject short names off COURSEMSTR.DAT and
      *> SUBJECTCODE.DAT - a mapping must land on one of them.
       01  WS-SUBJECT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-SUBJECT-TABLE.
           05 SJ-SHORT-NAME OCCURS 100 TIMES PIC X(3).
       01  SJ-IDX                 PIC 9(3).
       01  WS-SUBJECT-KNOWN       PIC X(1).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TRANSFER-IN DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "
                   STUDENT-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN I-O MARKS-MASTER.
           IF MARKS-MASTER-STATUS = "35"
               OPEN OUTPUT MARKS-MASTER
               CLOSE MARKS-MASTER
               OPEN I-O MARKS-MASTER
           END-IF.
           IF MARKS-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN MARKS.DAT, STATUS "
                   MARKS-MASTER-STATUS
               CLOSE STUDENT-MASTER
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS NOT = "00"
               DISPLAY "NO TERMCAL.DAT - PRIOR RESULTS NEED OUR TERMS, "
                   "STATUS " TERM-CALENDAR-STATUS
               CLOSE STUDENT-MASTER
               CLOSE MARKS-MASTER
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN I-O TRANSFER-IN-FILE.
           IF TRANSFER-IN-STATUS = "35"
               OPEN OUTPUT TRANSFER-IN-FILE
               CLOSE TRANSFER-IN-FILE
               OPEN I-O TRANSFER-IN-FILE
           END-IF.
           OPEN I-O PRIOR-MAP-FILE.
           IF PRIOR-MAP-STATUS = "35"
               OPEN OUTPUT PRIOR-MAP-FILE
               CLOSE PRIOR-MAP-FILE
               OPEN I-O PRIOR-MAP-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 050-LOAD-OUR-SUBJECTS.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE STUDENT-MASTER.
           CLOSE MARKS-MASTER.
           CLOSE TERM-CALENDAR-FILE.
           CLOSE TRANSFER-IN-FILE.
           CLOSE PRIOR-MAP-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       050-LOAD-OUR-SUBJECTS.
           OPEN INPUT COURSE-MASTER-FILE.
           IF COURSE-MASTER-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM 060-LOAD-ONE-COURSE UNTIL WS-EOF = "Y"
               CLOSE COURSE-MASTER-FILE
           END-IF.
           OPEN INPUT SUBJECT-CODE-FILE.
           IF SUBJECT-CODE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM 070-LOAD-ONE-SUBJECT-CODE UNTIL WS-EOF = "Y"
               CLOSE SUBJECT-CODE-FILE
           END-IF.
           IF WS-SUBJECT-COUNT = ZERO
               DISPLAY "NO COURSEMSTR.DAT OR SUBJECTCODE.DAT - "
                   "SUBJECTS CANNOT BE MAPPED"
           END-IF.

       060-LOAD-ONE-COURSE.
           READ COURSE-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE CM-SUBJECT-NAME TO WS-NK-FIELD.
           PERFORM 080-ADD-OUR-SUBJECT.

       070-LOAD-ONE-SUBJECT-CODE.
           READ SUBJECT-CODE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE SC-SUBJECT-NAME TO WS-NK-FIELD.
           PERFORM 080-ADD-OUR-SUBJECT.

       080-ADD-OUR-SUBJECT.
           PERFORM 160-CHECK-OUR-SUBJECT.
           IF WS-SUBJECT-KNOWN = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJECT-COUNT TO WS-TB-COUNT.
           MOVE 100 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-SUBJECT-COUNT
               MOVE WS-NK-FIELD(1:3) TO SJ-SHORT-NAME (WS-SUBJECT-COUNT)
           END-IF.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (T=RECORD A TRANSFER-IN, M=MAP A SUBJECT, "
               "R=KEY A PRIOR RESULT, F=LOAD PRIORRES.DAT, "
               "L=LIST A STUDENT'S CREDITS)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "T"
                   PERFORM 200-RECORD-TRANSFER
               WHEN "M"
                   PERFORM 300-MAP-SUBJECT
               WHEN "R"
                   PERFORM 400-KEY-RESULT
               WHEN "F"
                   PERFORM 600-LOAD-RESULTS-FILE
               WHEN "L"
                   PERFORM 700-LIST-CREDITS
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> Reads the keyed student; STUDENT-MASTER-STATUS is "00" only
      *> when they are on file.
       150-ACCEPT-STUDENT.
           DISPLAY "STUDENT ID".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:8) TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDENT NOT ON FILE: " SM-STUDENT-ID
               NOT INVALID KEY
                   DISPLAY SM-STUDENT-NAME " SECTION "
                       SM-CLASS-SECTION
           END-READ.

      *> Is WS-NK-FIELD(1:3) one of our subject short names?
       160-CHECK-OUR-SUBJECT.
           MOVE "N" TO WS-SUBJECT-KNOWN.
           PERFORM VARYING SJ-IDX FROM 1 BY 1
                   UNTIL SJ-IDX > WS-SUBJECT-COUNT
               IF SJ-SHORT-NAME (SJ-IDX) = WS-NK-FIELD(1:3)
                   MOVE "Y" TO WS-SUBJECT-KNOWN
               END-IF
           END-PERFORM.

      *> Reads the student's transfer record; TRANSFER-IN-STATUS is
      *> "00" only when one has been recorded.
       170-READ-TRANSFER.
           MOVE SM-STUDENT-ID TO TI-STUDENT-ID.
           READ TRANSFER-IN-FILE
               INVALID KEY
                   DISPLAY "NO TRANSFER-IN RECORDED FOR "
                       SM-STUDENT-ID " - USE T FIRST"
           END-READ.

       200-RECORD-TRANSFER.
           PERFORM 150-ACCEPT-STUDENT.
           IF STUDENT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OLD-SCHOOL.
           MOVE SM-STUDENT-ID TO TI-STUDENT-ID.
           READ TRANSFER-IN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TI-SCHOOL-CODE TO WS-OLD-SCHOOL
                   DISPLAY "ALREADY RECORDED FROM " TI-SCHOOL-CODE " "
                       TI-SCHOOL-NAME " JOINED " TI-ARRIVAL-DATE
           END-READ.

           DISPLAY "PREVIOUS SCHOOL CODE".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           IF WS-NK-FIELD = SPACES
               DISPLAY "A SCHOOL CODE IS NEEDED - NOTHING RECORDED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLD-SCHOOL NOT = SPACES
               AND WS-NK-FIELD(1:6) NOT = WS-OLD-SCHOOL
               DISPLAY "NOTE: RESULTS ALREADY CREDITED WERE MAPPED "
                   "THROUGH " WS-OLD-SCHOOL "'S SUBJECT NAMES"
           END-IF.
           MOVE SM-STUDENT-ID TO TI-STUDENT-ID.
           MOVE WS-NK-FIELD(1:6) TO TI-SCHOOL-CODE.
           DISPLAY "PREVIOUS SCHOOL NAME".
           ACCEPT TI-SCHOOL-NAME.
           DISPLAY "DATE JOINED US (YYYYMMDD)".
           ACCEPT WS-ARRIVAL-DATE.
           IF WS-ARRIVAL-DATE IS NOT NUMERIC
               DISPLAY "NOT A DATE - NOTHING RECORDED"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARRIVAL-NUM) NOT = 0
               DISPLAY "NOT A DATE - NOTHING RECORDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ARRIVAL-DATE TO TI-ARRIVAL-DATE.
           MOVE WS-USER-ID TO TI-ENTERED-BY.
           MOVE WS-TODAY TO TI-ENTERED-DATE.
           WRITE TRANSFER-IN-RECORD
               INVALID KEY
                   REWRITE TRANSFER-IN-RECORD
                   DISPLAY "TRANSFER-IN CHANGED"
               NOT INVALID KEY
                   DISPLAY "TRANSFER-IN RECORDED"
           END-WRITE.

           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "XFERIN" TO AL-RECORD-TYPE.
           MOVE SM-STUDENT-ID TO AL-KEY-VALUE.
           MOVE "PREVIOUS SCHOOL" TO AL-FIELD-NAME.
           MOVE WS-OLD-SCHOOL TO AL-OLD-VALUE.
           MOVE TI-SCHOOL-CODE TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

       300-MAP-SUBJECT.
           DISPLAY "PREVIOUS SCHOOL CODE".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:6) TO PM-SCHOOL-CODE.
           DISPLAY "THEIR SUBJECT NAME (AS ON THEIR REPORT)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO PM-THEIR-SUBJECT.
           IF PM-SCHOOL-CODE = SPACES OR PM-THEIR-SUBJECT = SPACES
               DISPLAY "SCHOOL CODE AND SUBJECT NAME ARE BOTH NEEDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OLD-OUR-SUBJECT.
           READ PRIOR-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-OUR-SUBJECT TO WS-OLD-OUR-SUBJECT
                   DISPLAY "CURRENTLY MAPPED TO " PM-OUR-SUBJECT
           END-READ.

           DISPLAY "OUR SUBJECT NAME (AS ON THE MARKS MASTER)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           PERFORM 160-CHECK-OUR-SUBJECT.
           IF WS-SUBJECT-KNOWN NOT = "Y"
               DISPLAY WS-NK-FIELD(1:3) " IS NOT ON SUBJECTCODE.DAT "
                   "OR COURSEMSTR.DAT - NOT MAPPED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NK-FIELD(1:10) TO PM-OUR-SUBJECT.
           WRITE PRIOR-SUBJECT-MAP-RECORD
               INVALID KEY
                   REWRITE PRIOR-SUBJECT-MAP-RECORD
                   DISPLAY "SUBJECT MAPPING CHANGED"
               NOT INVALID KEY
                   DISPLAY "SUBJECT MAPPED"
           END-WRITE.

           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "PRIMAP" TO AL-RECORD-TYPE.
           MOVE PM-MAP-KEY TO AL-KEY-VALUE.
           MOVE "OUR SUBJECT" TO AL-FIELD-NAME.
           MOVE WS-OLD-OUR-SUBJECT TO AL-OLD-VALUE.
           MOVE PM-OUR-SUBJECT TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

       400-KEY-RESULT.
           PERFORM 150-ACCEPT-STUDENT.
           IF STUDENT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 170-READ-TRANSFER.
           IF TRANSFER-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FROM " TI-SCHOOL-CODE " " TI-SCHOOL-NAME.

           DISPLAY "THEIR SUBJECT NAME (AS ON THEIR REPORT)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-THEIR-SUBJECT.
           DISPLAY "EQUIVALENT TERM ON OUR CALENDAR (E.G. 25T3)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:5) TO WS-TERM.
           DISPLAY "MARKS (PERCENT)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-MARK-VALUE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-MARK-VALUE > 100
               DISPLAY "MARKS CANNOT BE MORE THAN 100 - NOT CREDITED"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRIOR-MARKS ROUNDED = WS-MARK-VALUE.

           PERFORM 500-CREDIT-ONE-RESULT.
           IF WS-REJECT-REASON = SPACES
               DISPLAY "CREDITED AS " FI-SUBJECT " TERM " FI-TERM-CODE
                   " MARKS " FI-MARKS
           ELSE
               DISPLAY "NOT CREDITED - " WS-REJECT-REASON
           END-IF.

      *> Puts WS-THEIR-SUBJECT / WS-TERM / WS-PRIOR-MARKS on MARKS.DAT
      *> for the student on TRANSFER-IN-RECORD, or leaves the reason
      *> it could not in WS-REJECT-REASON. A credited row keyed again
      *> is replaced; a row that is one of our own results is not.
       500-CREDIT-ONE-RESULT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE TI-SCHOOL-CODE TO PM-SCHOOL-CODE.
           MOVE WS-THEIR-SUBJECT TO PM-THEIR-SUBJECT.
           READ PRIOR-MAP-FILE
               INVALID KEY
                   MOVE "SUBJECT NOT MAPPED FOR SCHOOL" TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-TERM TO TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   MOVE "TERM NOT ON TERMCAL.DAT" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF TL-START-DATE NOT < TI-ARRIVAL-DATE
               MOVE "TERM NOT BEFORE STUDENT JOINED" TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE TI-STUDENT-ID TO FI-STUDENT-ID.
           MOVE PM-OUR-SUBJECT TO FI-SUBJECT.
           MOVE WS-TERM TO FI-TERM-CODE.
           MOVE "NONE" TO WS-OLD-MARKS.
           READ MARKS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT FI-CREDITED-PRIOR
                       MOVE "OUR OWN RESULT ALREADY ON FILE" TO
                           WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FI-MARKS TO WS-OLD-MARKS
           END-READ.
           MOVE WS-PRIOR-MARKS TO FI-MARKS.
           SET FI-CREDITED-PRIOR TO TRUE.
           WRITE FI-SUBJECT-MARKS
               INVALID KEY
                   REWRITE FI-SUBJECT-MARKS
           END-WRITE.

           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "MARKS" TO AL-RECORD-TYPE.
           MOVE FI-MARKS-KEY TO AL-KEY-VALUE.
           MOVE "CREDITED MARKS" TO AL-FIELD-NAME.
           MOVE WS-OLD-MARKS TO AL-OLD-VALUE.
           MOVE FI-MARKS TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      *> A whole prior report at once. Rows that cannot be taken are
      *> listed and left for another load once the gap is fixed -
      *> rows already credited are simply credited again.
       600-LOAD-RESULTS-FILE.
           OPEN INPUT PRIOR-RESULT-FILE.
           IF PRIOR-RESULT-STATUS NOT = "00"
               DISPLAY "NO PRIORRES.DAT TO LOAD, STATUS "
                   PRIOR-RESULT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ROWS-READ.
           MOVE ZERO TO WS-ROWS-CREDITED.
           MOVE ZERO TO WS-ROWS-REJECTED.
           MOVE "N" TO WS-EOF.
           PERFORM 610-LOAD-ONE-RESULT UNTIL WS-EOF = "Y".
           CLOSE PRIOR-RESULT-FILE.
           DISPLAY "ROWS READ: " WS-ROWS-READ
               "  CREDITED: " WS-ROWS-CREDITED
               "  NOT CREDITED: " WS-ROWS-REJECTED.

       610-LOAD-ONE-RESULT.
           READ PRIOR-RESULT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           MOVE PR-STUDENT-ID TO WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:8) TO TI-STUDENT-ID.
           MOVE PR-THEIR-SUBJECT TO WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-THEIR-SUBJECT.
           MOVE PR-TERM-CODE TO WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:5) TO WS-TERM.

           MOVE SPACES TO WS-REJECT-REASON.
           IF PR-MARKS IS NOT NUMERIC
               MOVE "MARKS NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF PR-MARKS > 100
                   MOVE "MARKS MORE THAN 100" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               READ TRANSFER-IN-FILE
                   INVALID KEY
                       MOVE "NO TRANSFER-IN RECORDED" TO
                           WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE PR-MARKS TO WS-PRIOR-MARKS
               PERFORM 500-CREDIT-ONE-RESULT
           END-IF.

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ROWS-CREDITED
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
               DISPLAY "NOT CREDITED - " WS-REJECT-REASON ": "
                   PR-STUDENT-ID " " PR-THEIR-SUBJECT " "
                   PR-TERM-CODE
           END-IF.

       700-LIST-CREDITS.
           PERFORM 150-ACCEPT-STUDENT.
           IF STUDENT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 170-READ-TRANSFER.
           IF TRANSFER-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FROM " TI-SCHOOL-CODE " " TI-SCHOOL-NAME
               "  JOINED " TI-ARRIVAL-DATE
               "  RECORDED BY " TI-ENTERED-BY " ON " TI-ENTERED-DATE.

           MOVE ZERO TO WS-CREDIT-COUNT.
           MOVE SM-STUDENT-ID TO FI-STUDENT-ID.
           MOVE LOW-VALUES TO FI-SUBJECT.
           MOVE LOW-VALUES TO FI-TERM-CODE.
           MOVE "N" TO WS-MARKS-EOF.
           START MARKS-MASTER KEY NOT < FI-MARKS-KEY
               INVALID KEY SET ENDOFMARKS TO TRUE
           END-START.
           PERFORM 710-LIST-ONE-CREDIT UNTIL ENDOFMARKS.
           IF WS-CREDIT-COUNT = ZERO
               DISPLAY "  (NO RESULTS CREDITED YET)"
           ELSE
               DISPLAY "  RESULTS CREDITED: " WS-CREDIT-COUNT
           END-IF.

       710-LIST-ONE-CREDIT.
           READ MARKS-MASTER NEXT
               AT END
                   SET ENDOFMARKS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF FI-STUDENT-ID NOT = SM-STUDENT-ID
               SET ENDOFMARKS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF FI-CREDITED-PRIOR
               ADD 1 TO WS-CREDIT-COUNT
               DISPLAY "  " FI-TERM-CODE " " FI-SUBJECT
                   " MARKS " FI-MARKS
           END-IF.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM TRANSFER-IN-DESK.
