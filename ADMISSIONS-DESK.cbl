      ******************************************************************
      * Author:
      * Date:
      * Purpose: The admissions office's desk. Files an application
      *          on APPLICNT.DAT under the next APPLNO.DAT number -
      *          the child, the guardian, the class applied for and
      *          the term they would start - enters the three
      *          entrance-test marks, and takes the family's answer
      *          to an offer made by ADMISSION-OFFER-RUN. An
      *          accepted offer is enrolled on the spot, with nothing
      *          keyed again: a STUDENTMSTR.DAT row under a new
      *          student id off STUDNO.DAT in the section offered,
      *          the guardian's GUARDIAN.DAT row, and - if the
      *          starting term has already been billed - the term's
      *          FEESCHED.DAT charges on FEELEDGR.DAT, the way
      *          FEE-BILLING-RUN would have raised them, with the
      *          same CONCESS.DAT credits (a younger brother or
      *          sister gets the sibling rate); a term not
      *          yet billed picks the new student up with everyone
      *          else. Answers after the reply-by date are refused
      *          and the offer lapses. Every change leaves an audit
      *          row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSIONS-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE
               ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPLICANT-NO
               FILE STATUS IS APPLICANT-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT GUARDIAN-FILE
               ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-STUDENT-ID
               FILE STATUS IS GUARDIAN-FILE-STATUS.

           SELECT TERM-CALENDAR-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TERM-CODE
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT CONCESSION-FILE
               ASSIGN TO "CONCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCESSION-STATUS.

           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-SCHEDULE-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT APPLICANT-COUNTER
               ASSIGN TO "APPLNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICANT-COUNTER-STATUS.

           SELECT STUDENT-COUNTER
               ASSIGN TO "STUDNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-COUNTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY "APPLICANT.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  GUARDIAN-FILE.
           COPY "GUARDIAN.CPY".

       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

       FD  CONCESSION-FILE.
           COPY "CONCESSION.CPY".

       FD  FEE-SCHEDULE-FILE.
           COPY "FEE-SCHEDULE.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  APPLICANT-COUNTER.
       01  APC-RECORD             PIC 9(6).

       FD  STUDENT-COUNTER.
       01  STC-RECORD             PIC 9(7).

       WORKING-STORAGE SECTION.
       01  APPLICANT-STATUS       PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  GUARDIAN-FILE-STATUS   PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  CONCESSION-STATUS      PIC X(2).
       01  FEE-SCHEDULE-STATUS    PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  APPLICANT-COUNTER-STATUS PIC X(2).
       01  STUDENT-COUNTER-STATUS PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-ANSWER              PIC X(1).
       01  WS-TODAY               PIC X(8).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".

       01  WS-APPLICANT-NO        PIC 9(6) VALUE ZERO.
       01  WS-LOOKUP-APPLICANT    PIC 9(6).
       01  WS-LIST-CLASS          PIC 9(2).
       01  WS-MARK-NO             PIC 9(1).
       01  WS-MARK-SUM            PIC 9(4).
       01  WS-OLD-AVERAGE         PIC 9(3).
       01  WS-LIST-COUNT          PIC 9(4).
       01  WS-OLD-STATUS          PIC X(1).

      *> New student ids run S0000001 up off STUDNO.DAT, stepping
      *> past any id somebody keyed by hand at STUDENT-MAINTENANCE.
       01  WS-STUDENT-NO          PIC 9(7) VALUE ZERO.
       01  WS-NEW-STUDENT-ID.
           05 WS-NEW-ID-PREFIX    PIC X(1) VALUE "S".
           05 WS-NEW-ID-NUMBER    PIC 9(7).
       01  WS-ID-FREE             PIC X(1).

      *> First-term billing for the new student.
       01  WS-TERM-BILLED         PIC X(1).
       01  WS-CHARGE-COUNT        PIC 9(3).
       01  WS-CHARGE-TOTAL        PIC 9(6)V9(2).
       01  WS-CHARGE-TOTAL-ED     PIC ZZZ,ZZ9.99.

           COPY "CONCESSION-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ADMISSIONS DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O APPLICANT-FILE.
           IF APPLICANT-STATUS = "35"
               OPEN OUTPUT APPLICANT-FILE
               CLOSE APPLICANT-FILE
               OPEN I-O APPLICANT-FILE
           END-IF.
           IF APPLICANT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN APPLICNT.DAT, STATUS "
                   APPLICANT-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "35"
               OPEN OUTPUT STUDENT-MASTER
               CLOSE STUDENT-MASTER
               OPEN I-O STUDENT-MASTER
           END-IF.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STUDENTMSTR.DAT, STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE APPLICANT-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O GUARDIAN-FILE.
           IF GUARDIAN-FILE-STATUS = "35"
               OPEN OUTPUT GUARDIAN-FILE
               CLOSE GUARDIAN-FILE
               OPEN I-O GUARDIAN-FILE
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE APPLICANT-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE GUARDIAN-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (N=NEW APPLICATION, T=TEST MARKS, "
               "R=REPLY TO OFFER, W=WITHDRAW, L=LIST A CLASS)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "N"
                   PERFORM 200-NEW-APPLICATION
               WHEN "T"
                   PERFORM 300-TEST-MARKS
               WHEN "R"
                   PERFORM 400-REPLY-TO-OFFER
               WHEN "W"
                   PERFORM 500-WITHDRAW
               WHEN "L"
                   PERFORM 600-LIST-CLASS
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> The number is only consumed once the application is
      *> written, same as the other document counters.
       200-NEW-APPLICATION.
           OPEN INPUT APPLICANT-COUNTER.
           IF APPLICANT-COUNTER-STATUS = "00"
               READ APPLICANT-COUNTER INTO WS-APPLICANT-NO
           END-IF.
           CLOSE APPLICANT-COUNTER.
           ADD 1 TO WS-APPLICANT-NO.

           MOVE SPACES TO APPLICANT-RECORD.
           MOVE WS-APPLICANT-NO TO AP-APPLICANT-NO.
           DISPLAY "CHILD'S NAME".
           ACCEPT AP-APPLICANT-NAME.
           DISPLAY "DATE OF BIRTH (YYYYMMDD)".
           ACCEPT AP-BIRTH-DATE.
           PERFORM 215-ACCEPT-GENDER
               UNTIL AP-GENDER = "M" OR AP-GENDER = "F".
           DISPLAY "GUARDIAN'S NAME".
           ACCEPT AP-GUARDIAN-NAME.
           DISPLAY "GUARDIAN'S PHONE".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE AP-GUARDIAN-PHONE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "GUARDIAN'S ADDRESS".
           ACCEPT AP-GUARDIAN-ADDRESS.
           DISPLAY "CLASS APPLIED FOR (E.G. 5)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE AP-CLASS-APPLIED = FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "TERM THE CHILD WOULD START (E.G. 27T1)".
           ACCEPT AP-ENTRY-TERM.
           MOVE WS-TODAY TO AP-APPLIED-DATE.
           MOVE ZERO TO AP-TEST-MARK (1) AP-TEST-MARK (2)
               AP-TEST-MARK (3) AP-TEST-AVERAGE.
           MOVE "A" TO AP-STATUS.

           IF AP-APPLICANT-NAME = SPACES OR AP-CLASS-APPLIED = ZERO
               DISPLAY "NAME AND CLASS ARE NEEDED - NOT FILED"
               MOVE ZERO TO WS-APPLICANT-NO
               EXIT PARAGRAPH
           END-IF.
           WRITE APPLICANT-RECORD
               INVALID KEY
                   DISPLAY "APPLICATION " WS-APPLICANT-NO
                       " ALREADY ON FILE - CHECK APPLNO.DAT"
                   MOVE ZERO TO WS-APPLICANT-NO
                   EXIT PARAGRAPH
           END-WRITE.
           OPEN OUTPUT APPLICANT-COUNTER.
           MOVE WS-APPLICANT-NO TO APC-RECORD.
           WRITE APC-RECORD.
           CLOSE APPLICANT-COUNTER.
           DISPLAY "APPLICATION " AP-APPLICANT-NO " FILED FOR "
               AP-APPLICANT-NAME.

           MOVE "APPLIED" TO AL-FIELD-NAME.
           MOVE SPACES TO AL-OLD-VALUE.
           MOVE AP-CLASS-APPLIED TO AL-NEW-VALUE.
           PERFORM 800-AUDIT-APPLICANT.

       215-ACCEPT-GENDER.
           DISPLAY "GENDER (M/F)".
           ACCEPT AP-GENDER.
           MOVE FUNCTION UPPER-CASE(AP-GENDER) TO AP-GENDER.

       300-TEST-MARKS.
           PERFORM 700-FIND-APPLICANT.
           IF APPLICANT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF AP-STATUS NOT = "A" AND AP-STATUS NOT = "T"
               DISPLAY "APPLICATION IS PAST TESTING - STATUS "
                   AP-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE AP-TEST-AVERAGE TO WS-OLD-AVERAGE.
           MOVE ZERO TO WS-MARK-SUM.
           PERFORM VARYING WS-MARK-NO FROM 1 BY 1
                   UNTIL WS-MARK-NO > 3
               DISPLAY "ENTRANCE TEST PAPER " WS-MARK-NO
                   " MARK OUT OF 100"
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   PERFORM VALIDATE-NUMERIC-ENTRY
                   IF WS-IV-VALID = "Y"
                       AND FUNCTION NUMVAL-C(WS-IV-INPUT) > 100
                       DISPLAY "MARK MUST BE 0 TO 100, PLEASE "
                           "RE-ENTER"
                       MOVE "N" TO WS-IV-VALID
                   END-IF
               END-PERFORM
               COMPUTE AP-TEST-MARK (WS-MARK-NO) =
                   FUNCTION NUMVAL-C(WS-IV-INPUT)
               ADD AP-TEST-MARK (WS-MARK-NO) TO WS-MARK-SUM
           END-PERFORM.
           COMPUTE AP-TEST-AVERAGE ROUNDED = WS-MARK-SUM / 3.
           MOVE "T" TO AP-STATUS.
           REWRITE APPLICANT-RECORD.
           DISPLAY "TEST AVERAGE " AP-TEST-AVERAGE " FILED FOR "
               AP-APPLICANT-NAME.

           MOVE "TEST-AVERAGE" TO AL-FIELD-NAME.
           MOVE WS-OLD-AVERAGE TO AL-OLD-VALUE.
           MOVE AP-TEST-AVERAGE TO AL-NEW-VALUE.
           PERFORM 800-AUDIT-APPLICANT.

       400-REPLY-TO-OFFER.
           PERFORM 700-FIND-APPLICANT.
           IF APPLICANT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF AP-STATUS NOT = "O"
               DISPLAY "NO OFFER OUTSTANDING - STATUS " AP-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "OFFERED " AP-OFFER-SECTION " ON " AP-OFFER-DATE
               ", ANSWER DUE BY " AP-REPLY-BY.
           IF AP-REPLY-BY < WS-TODAY
               MOVE "L" TO AP-STATUS
               REWRITE APPLICANT-RECORD
               DISPLAY "OFFER LAPSED ON " AP-REPLY-BY
                   " - THE PLACE IS NO LONGER HELD"
               MOVE "STATUS" TO AL-FIELD-NAME
               MOVE "O" TO AL-OLD-VALUE
               MOVE "L" TO AL-NEW-VALUE
               PERFORM 800-AUDIT-APPLICANT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DOES THE FAMILY ACCEPT? (Y=ACCEPT, N=DECLINE)".
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
               WHEN "Y"
                   PERFORM 410-ENROL-APPLICANT
               WHEN "N"
                   MOVE "D" TO AP-STATUS
                   MOVE WS-TODAY TO AP-ANSWER-DATE
                   REWRITE APPLICANT-RECORD
                   DISPLAY "OFFER DECLINED - THE PLACE GOES BACK "
                       "TO THE NEXT OFFER RUN"
                   MOVE "STATUS" TO AL-FIELD-NAME
                   MOVE "O" TO AL-OLD-VALUE
                   MOVE "D" TO AL-NEW-VALUE
                   PERFORM 800-AUDIT-APPLICANT
               WHEN OTHER
                   DISPLAY "NOTHING RECORDED"
           END-EVALUATE.

      *> Accepted: the student, the guardian and the first term's
      *> fees, straight off the application.
       410-ENROL-APPLICANT.
           OPEN INPUT STUDENT-COUNTER.
           IF STUDENT-COUNTER-STATUS = "00"
               READ STUDENT-COUNTER INTO WS-STUDENT-NO
           END-IF.
           CLOSE STUDENT-COUNTER.
           MOVE "N" TO WS-ID-FREE.
           PERFORM 420-TRY-NEXT-STUDENT-ID UNTIL WS-ID-FREE = "Y".

           MOVE WS-NEW-STUDENT-ID TO SM-STUDENT-ID.
           MOVE AP-APPLICANT-NAME TO SM-STUDENT-NAME.
           MOVE AP-OFFER-SECTION TO SM-CLASS-SECTION.
           MOVE AP-GENDER TO SM-GENDER.
           MOVE SPACES TO SM-PROGRAMME.
           MOVE "A" TO SM-STATUS.
           MOVE WS-TODAY TO SM-STATUS-DATE.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "STUDENT WRITE FAILED, STATUS "
                       STUDENT-MASTER-STATUS " - NOT ENROLLED"
                   EXIT PARAGRAPH
           END-WRITE.
           OPEN OUTPUT STUDENT-COUNTER.
           MOVE WS-STUDENT-NO TO STC-RECORD.
           WRITE STC-RECORD.
           CLOSE STUDENT-COUNTER.

           MOVE WS-NEW-STUDENT-ID TO GD-STUDENT-ID.
           MOVE AP-GUARDIAN-NAME TO GD-GUARDIAN-NAME.
           MOVE AP-GUARDIAN-PHONE TO GD-PHONE.
           MOVE AP-GUARDIAN-ADDRESS TO GD-ADDRESS.
           WRITE GUARDIAN-RECORD
               INVALID KEY REWRITE GUARDIAN-RECORD
           END-WRITE.

           MOVE "E" TO AP-STATUS.
           MOVE WS-TODAY TO AP-ANSWER-DATE.
           MOVE WS-NEW-STUDENT-ID TO AP-STUDENT-ID.
           REWRITE APPLICANT-RECORD.
           DISPLAY AP-APPLICANT-NAME " ENROLLED AS STUDENT "
               WS-NEW-STUDENT-ID " IN " AP-OFFER-SECTION.

           MOVE "ENROLLED" TO AL-FIELD-NAME.
           MOVE AP-OFFER-SECTION TO AL-OLD-VALUE.
           MOVE WS-NEW-STUDENT-ID TO AL-NEW-VALUE.
           PERFORM 800-AUDIT-APPLICANT.

           PERFORM 430-FIRST-TERM-FEES.

       420-TRY-NEXT-STUDENT-ID.
           ADD 1 TO WS-STUDENT-NO.
           MOVE WS-STUDENT-NO TO WS-NEW-ID-NUMBER.
           MOVE WS-NEW-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY MOVE "Y" TO WS-ID-FREE
           END-READ.

      *> FEE-BILLING-RUN refuses a term already on the ledger, so a
      *> term it has billed gets the new student's charges here; a
      *> term it has yet to bill is left to it.
       430-FIRST-TERM-FEES.
           MOVE "N" TO WS-TERM-BILLED.
           OPEN INPUT FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 440-CHECK-ONE-LEDGER-ROW UNTIL ENDOFINPUT
               CLOSE FEE-LEDGER-FILE
           END-IF.
           IF WS-TERM-BILLED NOT = "Y"
               DISPLAY "TERM " AP-ENTRY-TERM " NOT BILLED YET - "
                   "FEE-BILLING-RUN WILL BILL THE NEW STUDENT"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEE-SCHEDULE-STATUS NOT = "00"
               DISPLAY "NO FEESCHED.DAT - FIRST-TERM FEES NOT RAISED"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS = "05" OR FEE-LEDGER-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER-FILE
           END-IF.
           MOVE AP-ENTRY-TERM TO WS-CN-TERM.
           PERFORM LOAD-TERM-CONCESSIONS.
           MOVE WS-NEW-STUDENT-ID TO WS-CN-STUDENT.
           PERFORM START-STUDENT-CONCESSIONS.
           MOVE ZERO TO WS-CHARGE-COUNT.
           MOVE ZERO TO WS-CHARGE-TOTAL.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 450-CHARGE-ONE-SCHED-ROW UNTIL ENDOFINPUT.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE FEE-LEDGER-FILE.
           MOVE WS-CHARGE-TOTAL TO WS-CHARGE-TOTAL-ED.
           DISPLAY "TERM " AP-ENTRY-TERM " FEES RAISED: "
               WS-CHARGE-COUNT " CHARGE(S) TOTAL " WS-CHARGE-TOTAL-ED.
           IF WS-CN-ROWS > ZERO
               MOVE WS-CN-TOTAL TO WS-CHARGE-TOTAL-ED
               DISPLAY "CONCESSIONS CREDITED: " WS-CN-ROWS
                   " TOTAL " WS-CHARGE-TOTAL-ED
                   " (SIBLING PLACE " WS-CN-SIBLING-ORDER ")"
           END-IF.

       440-CHECK-ONE-LEDGER-ROW.
           READ FEE-LEDGER-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF FL-TERM-CODE = AP-ENTRY-TERM AND FL-TYPE = "C"
               MOVE "Y" TO WS-TERM-BILLED
               SET ENDOFINPUT TO TRUE
           END-IF.

       450-CHARGE-ONE-SCHED-ROW.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF FS-TERM-CODE NOT = AP-ENTRY-TERM
               EXIT PARAGRAPH
           END-IF.
           IF FS-CLASS-SECTION NOT = SPACES
               AND FS-CLASS-SECTION NOT = AP-OFFER-SECTION
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FEE-LEDGER-RECORD.
           MOVE WS-NEW-STUDENT-ID TO FL-STUDENT-ID.
           MOVE AP-ENTRY-TERM TO FL-TERM-CODE.
           MOVE "C" TO FL-TYPE.
           MOVE FS-CHARGE-DESC TO FL-DESCRIPTION.
           MOVE FS-AMOUNT TO FL-AMOUNT.
           MOVE WS-TODAY TO FL-DATE.
           MOVE "ADMISSN" TO FL-ENTERED-BY.
           WRITE FEE-LEDGER-RECORD.
           ADD 1 TO WS-CHARGE-COUNT.
           ADD FS-AMOUNT TO WS-CHARGE-TOTAL.
           PERFORM APPLY-CONCESSIONS.

       500-WITHDRAW.
           PERFORM 700-FIND-APPLICANT.
           IF APPLICANT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF AP-STATUS = "E"
               DISPLAY "ALREADY ENROLLED AS " AP-STUDENT-ID
                   " - LEAVING IS STUDENT-WITHDRAWAL'S JOB"
               EXIT PARAGRAPH
           END-IF.
           IF AP-STATUS = "W"
               DISPLAY "ALREADY WITHDRAWN"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "WITHDRAW THIS APPLICATION? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE AP-STATUS TO WS-OLD-STATUS.
           MOVE "W" TO AP-STATUS.
           MOVE WS-TODAY TO AP-ANSWER-DATE.
           REWRITE APPLICANT-RECORD.
           DISPLAY "APPLICATION " AP-APPLICANT-NO " WITHDRAWN".
           MOVE "STATUS" TO AL-FIELD-NAME.
           MOVE WS-OLD-STATUS TO AL-OLD-VALUE.
           MOVE "W" TO AL-NEW-VALUE.
           PERFORM 800-AUDIT-APPLICANT.

       600-LIST-CLASS.
           DISPLAY "CLASS TO LIST (E.G. 5)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LIST-CLASS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO AP-APPLICANT-NO.
           START APPLICANT-FILE KEY NOT < AP-APPLICANT-NO
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 610-LIST-ONE-APPLICANT UNTIL ENDOFINPUT.
           DISPLAY WS-LIST-COUNT " APPLICATION(S) FOR CLASS "
               WS-LIST-CLASS.

       610-LIST-ONE-APPLICANT.
           READ APPLICANT-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF AP-CLASS-APPLIED NOT = WS-LIST-CLASS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           EVALUATE AP-STATUS
               WHEN "O"
                   DISPLAY AP-APPLICANT-NO " " AP-APPLICANT-NAME
                       " AVG " AP-TEST-AVERAGE " OFFERED "
                       AP-OFFER-SECTION " ANSWER BY " AP-REPLY-BY
               WHEN "E"
                   DISPLAY AP-APPLICANT-NO " " AP-APPLICANT-NAME
                       " AVG " AP-TEST-AVERAGE " ENROLLED "
                       AP-OFFER-SECTION " AS " AP-STUDENT-ID
               WHEN OTHER
                   DISPLAY AP-APPLICANT-NO " " AP-APPLICANT-NAME
                       " AVG " AP-TEST-AVERAGE " STATUS " AP-STATUS
           END-EVALUATE.

       700-FIND-APPLICANT.
           DISPLAY "APPLICATION NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LOOKUP-APPLICANT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE WS-LOOKUP-APPLICANT TO AP-APPLICANT-NO.
           READ APPLICANT-FILE
               INVALID KEY
                   DISPLAY "NO APPLICATION " WS-LOOKUP-APPLICANT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY AP-APPLICANT-NO " " AP-APPLICANT-NAME
               " CLASS " AP-CLASS-APPLIED " FROM " AP-ENTRY-TERM
               " STATUS " AP-STATUS.

      *> Caller sets AL-FIELD-NAME/AL-OLD-VALUE/AL-NEW-VALUE.
       800-AUDIT-APPLICANT.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "APPLIC" TO AL-RECORD-TYPE.
           MOVE SPACES TO AL-KEY-VALUE.
           MOVE AP-APPLICANT-NO TO AL-KEY-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "CONCESSION-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM ADMISSIONS-DESK.
