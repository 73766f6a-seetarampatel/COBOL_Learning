      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ranking and offer run for one class's admissions,
      *          run after CLASS-PROMOTION-RUN has moved the school
      *          up a year. The places to fill are each section's
      *          seats on SECTSEAT.DAT less its active students on
      *          STUDENTMSTR.DAT and the offers still awaiting an
      *          answer. An offer not answered by its reply-by date
      *          lapses first and its seat goes back in. The class's
      *          tested applicants on APPLICNT.DAT whose entrance-
      *          test average reaches ADMISSION_PASS_MARK
      *          (PARAMS.DAT setting, default 50) are ranked best
      *          first - earlier applications first on a tie - and
      *          offered places down the list, each into the section
      *          with the most seats left, until the seats run out;
      *          the rest are listed as the waiting list in rank
      *          order for the next run. Each offer prints its
      *          letter to the guardian with the date the answer is
      *          due, ADMISSION_REPLY_DAYS (default 14) from today.
      *          Answers are taken at ADMISSIONS-DESK. Run-logged
      *          like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSION-OFFER-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE
               ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPLICANT-NO
               FILE STATUS IS APPLICANT-STATUS.

           SELECT SECTION-SEATS-FILE
               ASSIGN TO "SECTSEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-SEATS-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY "APPLICANT.CPY".

       FD  SECTION-SEATS-FILE.
           COPY "SECTION-SEATS.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  APPLICANT-STATUS       PIC X(2).
       01  SECTION-SEATS-STATUS   PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-OFFER-CLASS         PIC 9(2).
       01  WS-PASS-MARK           PIC 9(3) VALUE 50.
       01  WS-REPLY-DAYS          PIC 9(2) VALUE 14.
       01  WS-TODAY               PIC X(8).
       01  WS-TODAY-NUM           PIC 9(8).
       01  WS-REPLY-BY-NUM        PIC 9(8).

       01  WS-CONSIDERED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-OFFER-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-WAIT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-BELOW-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-LAPSED-COUNT        PIC 9(5) VALUE ZERO.

      *> The class number of a section - "10A" is class 10, "5B"
      *> class 5, the same reading CLASS-PROMOTION-RUN gives it.
       01  WS-PARSE-SECTION       PIC X(4).
       01  WS-PARSE-CLASS         PIC 9(2).

      *> The class's sections and the seats each has to offer.
       01  WS-SECTION-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-SECTION-TABLE-AREA.
           05 WS-SECTION-TABLE OCCURS 20 TIMES INDEXED BY SC-IDX.
               10 SC-SECTION       PIC X(4).
               10 SC-SEATS         PIC 9(3).
               10 SC-HEADS         PIC 9(3).
               10 SC-OFFERS        PIC 9(3).
               10 SC-LEFT          PIC S9(4).
       01  WS-BEST-SECTION        PIC 9(2).
       01  WS-SECTION-NO          PIC 9(2).

      *> Tested applicants who reached the pass mark, kept in rank
      *> order as they are read - best average first, and on a tie
      *> the lower (earlier) application number first.
       01  WS-RANK-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-RANK-TABLE-AREA.
           05 WS-RANK-TABLE OCCURS 300 TIMES.
               10 RK-APPLICANT-NO  PIC 9(6).
               10 RK-AVERAGE       PIC 9(3).
       01  WS-RANK-NO             PIC 9(3).
       01  WS-RANK-AT             PIC 9(3).
       01  WS-RANK-FROM           PIC 9(3).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           DISPLAY "ADMISSION OFFER RUN".
           DISPLAY "CLASS TO FILL (E.G. 5 FOR SECTIONS 5A, 5B)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-OFFER-CLASS = FUNCTION NUMVAL-C(WS-IV-INPUT).

           MOVE "ADMISSION_PASS_MARK" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               COMPUTE WS-PASS-MARK = FUNCTION NUMVAL(WS-PM-VALUE)
           END-IF.
           MOVE WS-PASS-MARK TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.
           MOVE "ADMISSION_REPLY_DAYS" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               COMPUTE WS-REPLY-DAYS = FUNCTION NUMVAL(WS-PM-VALUE)
           END-IF.
           MOVE WS-REPLY-DAYS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.
           COMPUTE WS-REPLY-BY-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                + WS-REPLY-DAYS).

           PERFORM 050-LOAD-SECTIONS.
           IF WS-SECTION-COUNT = ZERO
               DISPLAY "NO SECTIONS OF CLASS " WS-OFFER-CLASS
                   " ON SECTSEAT.DAT - NO SEATS TO OFFER"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 060-COUNT-ONE-STUDENT UNTIL ENDOFINPUT.
           CLOSE STUDENT-MASTER.

           OPEN I-O APPLICANT-FILE.
           IF APPLICANT-STATUS NOT = "00"
               DISPLAY "NO APPLICNT.DAT - ENTER APPLICATIONS AT "
                   "ADMISSIONS-DESK FIRST, STATUS " APPLICANT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           DISPLAY "============ CLASS " WS-OFFER-CLASS
               " ADMISSIONS, PASS MARK " WS-PASS-MARK
               " ============".
           PERFORM 100-REVIEW-APPLICANTS.

           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SECTION-COUNT
               COMPUTE SC-LEFT (SC-IDX) = SC-SEATS (SC-IDX)
                   - SC-HEADS (SC-IDX) - SC-OFFERS (SC-IDX)
               IF SC-LEFT (SC-IDX) < ZERO
                   MOVE ZERO TO SC-LEFT (SC-IDX)
               END-IF
               DISPLAY "SECTION " SC-SECTION (SC-IDX) " SEATS "
                   SC-SEATS (SC-IDX) " STUDENTS " SC-HEADS (SC-IDX)
                   " OFFERS OUT " SC-OFFERS (SC-IDX)
           END-PERFORM.

           PERFORM 300-OFFER-ONE-PLACE
               VARYING WS-RANK-NO FROM 1 BY 1
               UNTIL WS-RANK-NO > WS-RANK-COUNT.

           CLOSE APPLICANT-FILE.

           DISPLAY " ".
           DISPLAY "OFFERS MADE: " WS-OFFER-COUNT
               "  WAITING LIST: " WS-WAIT-COUNT
               "  BELOW PASS MARK: " WS-BELOW-COUNT
               "  OFFERS LAPSED: " WS-LAPSED-COUNT.

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
           IF WS-PARSE-CLASS NOT = WS-OFFER-CLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-TB-COUNT.
           MOVE 20 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           SET SC-IDX TO WS-SECTION-COUNT.
           MOVE SS-CLASS-SECTION TO SC-SECTION (SC-IDX).
           MOVE SS-SEATS TO SC-SEATS (SC-IDX).
           MOVE ZERO TO SC-HEADS (SC-IDX).
           MOVE ZERO TO SC-OFFERS (SC-IDX).
           MOVE ZERO TO SC-LEFT (SC-IDX).

       060-COUNT-ONE-STUDENT.
           READ STUDENT-MASTER
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SM-STATUS NOT = SPACES AND SM-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           SET SC-IDX TO 1.
           SEARCH WS-SECTION-TABLE
               WHEN SC-IDX > WS-SECTION-COUNT
                   CONTINUE
               WHEN SC-SECTION (SC-IDX) = SM-CLASS-SECTION
                   ADD 1 TO SC-HEADS (SC-IDX)
           END-SEARCH.

       070-SECTION-CLASS.
           MOVE ZERO TO WS-PARSE-CLASS.
           EVALUATE TRUE
               WHEN WS-PARSE-SECTION(1:2) IS NUMERIC
                   MOVE WS-PARSE-SECTION(1:2) TO WS-PARSE-CLASS
               WHEN WS-PARSE-SECTION(1:1) IS NUMERIC
                   MOVE WS-PARSE-SECTION(1:1) TO WS-PARSE-CLASS
           END-EVALUATE.

      *> One pass of the applications: lapse the overdue offers,
      *> count the live ones against their sections, and rank the
      *> tested.
       100-REVIEW-APPLICANTS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO AP-APPLICANT-NO.
           START APPLICANT-FILE KEY NOT < AP-APPLICANT-NO
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 110-REVIEW-ONE-APPLICANT UNTIL ENDOFINPUT.

       110-REVIEW-ONE-APPLICANT.
           READ APPLICANT-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF AP-CLASS-APPLIED NOT = WS-OFFER-CLASS
               EXIT PARAGRAPH
           END-IF.
           EVALUATE AP-STATUS
               WHEN "O"
                   IF AP-REPLY-BY < WS-TODAY
                       MOVE "L" TO AP-STATUS
                       REWRITE APPLICANT-RECORD
                       ADD 1 TO WS-LAPSED-COUNT
                       DISPLAY "OFFER LAPSED - " AP-APPLICANT-NO " "
                           AP-APPLICANT-NAME " NO ANSWER BY "
                           AP-REPLY-BY
                   ELSE
                       SET SC-IDX TO 1
                       SEARCH WS-SECTION-TABLE
                           WHEN SC-IDX > WS-SECTION-COUNT
                               CONTINUE
                           WHEN SC-SECTION (SC-IDX) = AP-OFFER-SECTION
                               ADD 1 TO SC-OFFERS (SC-IDX)
                       END-SEARCH
                   END-IF
               WHEN "T"
                   ADD 1 TO WS-CONSIDERED-COUNT
                   IF AP-TEST-AVERAGE < WS-PASS-MARK
                       ADD 1 TO WS-BELOW-COUNT
                       DISPLAY "BELOW PASS MARK - " AP-APPLICANT-NO
                           " " AP-APPLICANT-NAME " AVERAGE "
                           AP-TEST-AVERAGE
                   ELSE
                       PERFORM 120-RANK-APPLICANT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Insert behind every applicant scoring the same or better,
      *> so equal averages stay in application order.
       120-RANK-APPLICANT.
           MOVE WS-RANK-COUNT TO WS-TB-COUNT.
           MOVE 300 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-RANK-AT.
           PERFORM UNTIL WS-RANK-AT > WS-RANK-COUNT
                   OR RK-AVERAGE (WS-RANK-AT) < AP-TEST-AVERAGE
               ADD 1 TO WS-RANK-AT
           END-PERFORM.
           PERFORM VARYING WS-RANK-FROM FROM WS-RANK-COUNT BY -1
                   UNTIL WS-RANK-FROM < WS-RANK-AT
               MOVE WS-RANK-TABLE (WS-RANK-FROM)
                   TO WS-RANK-TABLE (WS-RANK-FROM + 1)
           END-PERFORM.
           MOVE AP-APPLICANT-NO TO RK-APPLICANT-NO (WS-RANK-AT).
           MOVE AP-TEST-AVERAGE TO RK-AVERAGE (WS-RANK-AT).
           ADD 1 TO WS-RANK-COUNT.

      *> The next applicant in rank order gets the section with the
      *> most seats left, or a place on the waiting list.
       300-OFFER-ONE-PLACE.
           MOVE ZERO TO WS-BEST-SECTION.
           PERFORM VARYING WS-SECTION-NO FROM 1 BY 1
                   UNTIL WS-SECTION-NO > WS-SECTION-COUNT
               IF SC-LEFT (WS-SECTION-NO) > ZERO
                   IF WS-BEST-SECTION = ZERO
                       OR SC-LEFT (WS-SECTION-NO)
                           > SC-LEFT (WS-BEST-SECTION)
                       MOVE WS-SECTION-NO TO WS-BEST-SECTION
                   END-IF
               END-IF
           END-PERFORM.

           MOVE RK-APPLICANT-NO (WS-RANK-NO) TO AP-APPLICANT-NO.
           READ APPLICANT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF WS-BEST-SECTION = ZERO
               ADD 1 TO WS-WAIT-COUNT
               DISPLAY "WAITING LIST " WS-WAIT-COUNT " - "
                   AP-APPLICANT-NO " " AP-APPLICANT-NAME
                   " AVERAGE " AP-TEST-AVERAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE "O" TO AP-STATUS.
           MOVE SC-SECTION (WS-BEST-SECTION) TO AP-OFFER-SECTION.
           MOVE WS-TODAY TO AP-OFFER-DATE.
           MOVE WS-REPLY-BY-NUM TO AP-REPLY-BY.
           MOVE SPACES TO AP-ANSWER-DATE.
           REWRITE APPLICANT-RECORD.
           SUBTRACT 1 FROM SC-LEFT (WS-BEST-SECTION).
           ADD 1 TO WS-OFFER-COUNT.

           DISPLAY " ".
           DISPLAY "DEAR " AP-GUARDIAN-NAME ",".
           DISPLAY AP-GUARDIAN-ADDRESS.
           DISPLAY " ".
           DISPLAY "   WE ARE PLEASED TO OFFER " AP-APPLICANT-NAME
               " A PLACE IN CLASS " AP-OFFER-SECTION.
           DISPLAY "   STARTING TERM " AP-ENTRY-TERM
               " (APPLICATION " AP-APPLICANT-NO ").".
           DISPLAY "   PLEASE LET THE OFFICE KNOW BY " AP-REPLY-BY
               " WHETHER YOU ACCEPT - AN OFFER NOT ANSWERED".
           DISPLAY "   BY THAT DATE LAPSES AND THE PLACE GOES TO THE "
               "NEXT APPLICANT.".
           DISPLAY "                         THE HEAD'S OFFICE, "
               WS-TODAY.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "ADMISSION-OFFER-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-CONSIDERED-COUNT TO RL-READ-COUNT.
           MOVE WS-OFFER-COUNT TO RL-WRITTEN-COUNT.
           COMPUTE RL-REJECT-COUNT = WS-WAIT-COUNT + WS-BELOW-COUNT.
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

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM ADMISSION-OFFER-RUN.
