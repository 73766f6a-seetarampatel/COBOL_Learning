      ******************************************************************
      * Author:
      * Date:
      * Purpose: The follow-up desk for the early-warning list. L
      *          lists the open RISKFLAG.DAT flags (one section or
      *          all) with what has been done so far; A records the
      *          action taken for a flagged student - the call home,
      *          the counsellor referral, the fee plan - and O
      *          records how it turned out and closes the flag, so
      *          the next time AT-RISK-WARNING-RUN lists the student
      *          it starts a fresh row. H shows a student's whole
      *          flag history. Every entry carries the user and date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AT-RISK-FOLLOWUP-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-FLAG-FILE
               ASSIGN TO "RISKFLAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-FLAG-KEY
               FILE STATUS IS RISK-FLAG-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-FLAG-FILE.
           COPY "RISK-FLAG.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       WORKING-STORAGE SECTION.
       01  RISK-FLAG-STATUS       PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".
       01  WS-ENTRY               PIC X(40).

       01  WS-DESK-STUDENT        PIC X(8).
       01  WS-DESK-SECTION        PIC X(4).
       01  WS-LIST-COUNT          PIC 9(4).
       01  WS-LAST-KEY            PIC X(16).
       01  WS-LAST-STATUS         PIC X(1).
       01  WS-STATUS-NAME         PIC X(15).

           COPY "KEY-NORMALIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AT-RISK FOLLOW-UP DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O RISK-FLAG-FILE.
           IF RISK-FLAG-STATUS = "35"
               OPEN OUTPUT RISK-FLAG-FILE
               CLOSE RISK-FLAG-FILE
               OPEN I-O RISK-FLAG-FILE
           END-IF.
           IF RISK-FLAG-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN RISKFLAG.DAT, STATUS "
                   RISK-FLAG-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT STUDENT-MASTER.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE RISK-FLAG-FILE.
           IF STUDENT-MASTER-STATUS = "00"
               CLOSE STUDENT-MASTER
           END-IF.

       900-END-PROGRAM.
           STOP RUN.

       050-ACCEPT-STUDENT.
           DISPLAY "STUDENT ID".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-DESK-STUDENT.

       060-SHOW-STUDENT-NAME.
           MOVE "(NOT ON STUDENT MASTER)" TO SM-STUDENT-NAME.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE RF-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "(NOT ON STUDENT MASTER)"
                           TO SM-STUDENT-NAME
               END-READ
           END-IF.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (L=LIST OPEN FLAGS, A=RECORD ACTION TAKEN, "
               "O=RECORD OUTCOME AND CLOSE, H=STUDENT HISTORY)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM 200-LIST-OPEN-FLAGS
               WHEN "A"
                   PERFORM 300-RECORD-ACTION
               WHEN "O"
                   PERFORM 400-RECORD-OUTCOME
               WHEN "H"
                   PERFORM 500-STUDENT-HISTORY
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.
           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

       200-LIST-OPEN-FLAGS.
           DISPLAY "SECTION (BLANK = ALL)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-DESK-SECTION.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RF-FLAG-KEY.
           START RISK-FLAG-FILE KEY NOT < RF-FLAG-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 210-LIST-ONE-FLAG UNTIL ENDOFINPUT.
           DISPLAY "OPEN FLAGS: " WS-LIST-COUNT.

       210-LIST-ONE-FLAG.
           READ RISK-FLAG-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RF-STATUS = "C"
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESK-SECTION NOT = SPACES
               AND RF-CLASS-SECTION NOT = WS-DESK-SECTION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 060-SHOW-STUDENT-NAME.
           PERFORM 600-SHOW-FLAG.

      *> Action is recorded against the student's open flag - the
      *> latest row, as long as it is not closed. Re-recording
      *> replaces the action on file.
       300-RECORD-ACTION.
           PERFORM 050-ACCEPT-STUDENT.
           PERFORM 700-FIND-OPEN-FLAG.
           IF WS-LAST-KEY = SPACES
               DISPLAY "NO OPEN FLAG FOR " WS-DESK-STUDENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 060-SHOW-STUDENT-NAME.
           PERFORM 600-SHOW-FLAG.
           DISPLAY "ACTION TAKEN (E.G. PARENTS CALLED, COUNSELLOR)".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               DISPLAY "NOTHING RECORDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO RF-ACTION.
           MOVE WS-USER-ID TO RF-ACTION-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RF-ACTION-DATE.
           MOVE "A" TO RF-STATUS.
           REWRITE RISK-FLAG-RECORD.
           DISPLAY "ACTION RECORDED FOR " WS-DESK-STUDENT.

       400-RECORD-OUTCOME.
           PERFORM 050-ACCEPT-STUDENT.
           PERFORM 700-FIND-OPEN-FLAG.
           IF WS-LAST-KEY = SPACES
               DISPLAY "NO OPEN FLAG FOR " WS-DESK-STUDENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 060-SHOW-STUDENT-NAME.
           PERFORM 600-SHOW-FLAG.
           IF RF-STATUS NOT = "A"
               DISPLAY "NO ACTION RECORDED YET - RECORD THE ACTION "
                   "FIRST"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "OUTCOME (E.G. ATTENDANCE BACK UP, FEES PLAN "
               "AGREED)".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               DISPLAY "NOTHING RECORDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO RF-OUTCOME.
           MOVE WS-USER-ID TO RF-OUTCOME-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RF-OUTCOME-DATE.
           MOVE "C" TO RF-STATUS.
           REWRITE RISK-FLAG-RECORD.
           DISPLAY "OUTCOME RECORDED, FLAG CLOSED FOR "
               WS-DESK-STUDENT.

       500-STUDENT-HISTORY.
           PERFORM 050-ACCEPT-STUDENT.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE WS-DESK-STUDENT TO RF-STUDENT-ID.
           MOVE LOW-VALUES TO RF-FLAG-DATE.
           MOVE "N" TO WS-EOF-FLAG.
           START RISK-FLAG-FILE KEY NOT < RF-FLAG-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 510-SHOW-ONE-HISTORY UNTIL ENDOFINPUT.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "STUDENT HAS NEVER BEEN FLAGGED"
           END-IF.

       510-SHOW-ONE-HISTORY.
           READ RISK-FLAG-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RF-STUDENT-ID NOT = WS-DESK-STUDENT
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIST-COUNT = ZERO
               PERFORM 060-SHOW-STUDENT-NAME
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 600-SHOW-FLAG.
           IF RF-STATUS = "C"
               DISPLAY "     OUTCOME " RF-OUTCOME-DATE " "
                   RF-OUTCOME-BY " " RF-OUTCOME
           END-IF.

       600-SHOW-FLAG.
           EVALUATE RF-STATUS
               WHEN "A" MOVE "ACTION TAKEN" TO WS-STATUS-NAME
               WHEN "C" MOVE "CLOSED" TO WS-STATUS-NAME
               WHEN OTHER MOVE "OPEN - NO ACTION" TO WS-STATUS-NAME
           END-EVALUATE.
           DISPLAY RF-STUDENT-ID " " SM-STUDENT-NAME " "
               RF-CLASS-SECTION " FLAGGED " RF-FLAG-DATE
               " SCORE " RF-SCORE " " WS-STATUS-NAME.
           DISPLAY "     LAST RUN " RF-LAST-RUN-DATE
               " ATTENDANCE " RF-ATTEND-PCT
               " AVERAGE " RF-MARKS-AVG " DROP " RF-MARKS-DROP
               " FAILED SITTINGS " RF-FAILED-SITS
               " FEES OWED " RF-FEES-OWED.
           IF RF-ACTION NOT = SPACES
               DISPLAY "     ACTION " RF-ACTION-DATE " "
                   RF-ACTION-BY " " RF-ACTION
           END-IF.

      *> Leaves the student's latest flag in the record area when it
      *> is still open, WS-LAST-KEY spaces when there is none.
       700-FIND-OPEN-FLAG.
           MOVE SPACES TO WS-LAST-KEY.
           MOVE SPACES TO WS-LAST-STATUS.
           MOVE WS-DESK-STUDENT TO RF-STUDENT-ID.
           MOVE LOW-VALUES TO RF-FLAG-DATE.
           MOVE "N" TO WS-EOF-FLAG.
           START RISK-FLAG-FILE KEY NOT < RF-FLAG-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 710-SCAN-ONE-FLAG UNTIL ENDOFINPUT.
           IF WS-LAST-KEY = SPACES OR WS-LAST-STATUS = "C"
               MOVE SPACES TO WS-LAST-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LAST-KEY TO RF-FLAG-KEY.
           READ RISK-FLAG-FILE
               INVALID KEY
                   MOVE SPACES TO WS-LAST-KEY
           END-READ.

       710-SCAN-ONE-FLAG.
           READ RISK-FLAG-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RF-STUDENT-ID NOT = WS-DESK-STUDENT
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE RF-FLAG-KEY TO WS-LAST-KEY.
           MOVE RF-STATUS TO WS-LAST-STATUS.

           COPY "KEY-NORMALIZE-LOGIC.CPY".

       END PROGRAM AT-RISK-FOLLOWUP-DESK.
