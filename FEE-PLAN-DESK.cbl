      ******************************************************************
      * Author:
      * Date:
      * Purpose: The bursar's desk for fee instalment plans
      *          (FEEPLAN.DAT). N agrees a plan for what a student
      *          still owes on one term: two to six instalments,
      *          each with a due date, the last taking whatever is
      *          left so the schedule always adds up to the debt. C
      *          cancels a plan (the term is then due in full). L
      *          shows a student's position the way FEE-ARREARS-RUN
      *          and FEE-SURCHARGE-RUN see it - each term's charges,
      *          what is unpaid, what is due now, and every planned
      *          instalment as paid, not yet due, overdue or missed.
      *          Every plan agreed or cancelled leaves an audit row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-PLAN-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PLAN-FILE
               ASSIGN TO "FEEPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-PLAN-KEY
               FILE STATUS IS FEE-PLAN-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PLAN-FILE.
           COPY "INSTALMENT-PLAN.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  FEE-PLAN-STATUS        PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-ANSWER              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-TODAY               PIC X(8).
       01  WS-TERM                PIC X(5).
       01  WS-TERM-ROW            PIC 9(2).
       01  WS-PLAN-EXISTS         PIC X(1).

      *> The schedule being agreed.
       01  WS-INST-COUNT          PIC 9(1).
       01  WS-INST-NO             PIC 9(1).
       01  WS-PLAN-TOTAL          PIC 9(5)V9(2).
       01  WS-LEFT-TO-PLAN        PIC 9(5)V9(2).
       01  WS-INST-AMOUNT         PIC 9(5)V9(2).
       01  WS-DUE-DATE            PIC X(8).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE PIC 9(8).
       01  WS-LAST-DUE            PIC X(8).
       01  WS-SCHEDULE-OK         PIC X(1).
       01  WS-NEW-PLAN.
           05 WS-NEW-INST OCCURS 6 TIMES.
               10 WS-NEW-DUE-DATE PIC X(8).
               10 WS-NEW-AMOUNT   PIC 9(5)V9(2).

       01  WS-AMOUNT-ED           PIC ZZ,ZZ9.99.
       01  WS-CHARGED-ED          PIC ZZZ,ZZ9.99.
       01  WS-UNPAID-ED           PIC ZZZ,ZZ9.99.
       01  WS-DUE-NOW-ED          PIC ZZZ,ZZ9.99.
       01  WS-BALANCE-ED          PIC -ZZZ,ZZ9.99.
       01  WS-STATE-WORD          PIC X(12).

           COPY "FEE-POSITION-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FEE INSTALMENT PLANS".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "
                   STUDENT-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN I-O FEE-PLAN-FILE.
           IF FEE-PLAN-STATUS = "35"
               OPEN OUTPUT FEE-PLAN-FILE
               CLOSE FEE-PLAN-FILE
               OPEN I-O FEE-PLAN-FILE
           END-IF.
           IF FEE-PLAN-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN FEEPLAN.DAT, STATUS "
                   FEE-PLAN-STATUS
               CLOSE STUDENT-MASTER
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE STUDENT-MASTER.
           CLOSE FEE-PLAN-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (N=NEW PLAN, C=CANCEL A PLAN, "
               "L=LIST A STUDENT'S POSITION)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "N"
                   PERFORM 200-NEW-PLAN
               WHEN "C"
                   PERFORM 300-CANCEL-PLAN
               WHEN "L"
                   PERFORM 400-LIST-POSITION
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

       160-ACCEPT-TERM.
           DISPLAY "TERM (E.G. 26T1)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:5) TO WS-TERM.

       170-LOAD-POSITION.
           MOVE SM-STUDENT-ID TO WS-IP-STUDENT.
           MOVE WS-TODAY TO WS-IP-AS-OF.
           PERFORM LOAD-FEE-POSITION.

       200-NEW-PLAN.
           PERFORM 150-ACCEPT-STUDENT.
           IF STUDENT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 160-ACCEPT-TERM.
           MOVE SM-STUDENT-ID TO IP-STUDENT-ID.
           MOVE WS-TERM TO IP-TERM-CODE.
           MOVE "N" TO WS-PLAN-EXISTS.
           READ FEE-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PLAN-EXISTS
           END-READ.
           IF WS-PLAN-EXISTS = "Y" AND IP-STATUS = "A"
               DISPLAY "A PLAN IS ALREADY RUNNING FOR " WS-TERM
                   " - CANCEL IT FIRST TO AGREE A NEW ONE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 170-LOAD-POSITION.
           MOVE ZERO TO WS-TERM-ROW.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-IP-TERM-COUNT
               IF PT-TERM-CODE (PT-IDX) = WS-TERM
                   MOVE PT-IDX TO WS-TERM-ROW
               END-IF
           END-PERFORM.
           IF WS-TERM-ROW = ZERO
               DISPLAY "NO CHARGES FOR " WS-TERM " ON THE LEDGER"
               EXIT PARAGRAPH
           END-IF.
           IF PT-UNPAID (WS-TERM-ROW) = ZERO
               DISPLAY "NOTHING OWED ON " WS-TERM
                   " - NO PLAN NEEDED"
               EXIT PARAGRAPH
           END-IF.
           IF PT-UNPAID (WS-TERM-ROW) > 99999.99
               DISPLAY "TERM DEBT TOO LARGE FOR ONE PLAN"
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-UNPAID (WS-TERM-ROW) TO WS-PLAN-TOTAL.
           MOVE WS-PLAN-TOTAL TO WS-AMOUNT-ED.
           DISPLAY WS-TERM " STILL OWES " WS-AMOUNT-ED.

           DISPLAY "HOW MANY INSTALMENTS (2-6)".
           ACCEPT WS-NK-FIELD.
           IF WS-NK-FIELD(1:1) < "2" OR WS-NK-FIELD(1:1) > "6"
               OR WS-NK-FIELD(2:1) NOT = SPACE
               DISPLAY "BETWEEN 2 AND 6 INSTALMENTS"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NK-FIELD(1:1) TO WS-INST-COUNT.

           MOVE "Y" TO WS-SCHEDULE-OK.
           MOVE WS-PLAN-TOTAL TO WS-LEFT-TO-PLAN.
           MOVE SPACES TO WS-LAST-DUE.
           PERFORM 210-ACCEPT-ONE-INSTALMENT
               VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > WS-INST-COUNT
                  OR WS-SCHEDULE-OK NOT = "Y".
           IF WS-SCHEDULE-OK NOT = "Y"
               DISPLAY "PLAN NOT AGREED"
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE INSTALMENT-PLAN-RECORD.
           MOVE SM-STUDENT-ID TO IP-STUDENT-ID.
           MOVE WS-TERM TO IP-TERM-CODE.
           MOVE "A" TO IP-STATUS.
           MOVE WS-PLAN-TOTAL TO IP-PLAN-TOTAL.
           MOVE WS-USER-ID TO IP-AGREED-BY.
           MOVE WS-TODAY TO IP-AGREED-DATE.
           MOVE WS-INST-COUNT TO IP-INST-COUNT.
           PERFORM VARYING WS-INST-NO FROM 1 BY 1
                   UNTIL WS-INST-NO > WS-INST-COUNT
               MOVE WS-NEW-DUE-DATE (WS-INST-NO)
                   TO IP-DUE-DATE (WS-INST-NO)
               MOVE WS-NEW-AMOUNT (WS-INST-NO)
                   TO IP-DUE-AMOUNT (WS-INST-NO)
           END-PERFORM.
           IF WS-PLAN-EXISTS = "Y"
               REWRITE INSTALMENT-PLAN-RECORD
           ELSE
               WRITE INSTALMENT-PLAN-RECORD
           END-IF.
           IF FEE-PLAN-STATUS NOT = "00"
               DISPLAY "PLAN NOT WRITTEN, STATUS " FEE-PLAN-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PLAN AGREED - " WS-INST-COUNT " INSTALMENTS".

           MOVE "PLAN AGREED" TO AL-FIELD-NAME.
           MOVE SPACES TO AL-OLD-VALUE.
           MOVE WS-AMOUNT-ED TO AL-NEW-VALUE.
           PERFORM 800-AUDIT-PLAN.

      *> Dates must run forward from today; the last instalment is
      *> whatever is left, so it is shown, not keyed.
       210-ACCEPT-ONE-INSTALMENT.
           DISPLAY "INSTALMENT " WS-INST-NO " DUE DATE (YYYYMMDD)".
           ACCEPT WS-DUE-DATE.
           IF WS-DUE-DATE IS NOT NUMERIC
               DISPLAY "NOT A DATE"
               MOVE "N" TO WS-SCHEDULE-OK
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE-NUM) NOT = 0
               DISPLAY "NOT A DATE"
               MOVE "N" TO WS-SCHEDULE-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-DUE-DATE < WS-TODAY OR WS-DUE-DATE NOT > WS-LAST-DUE
               DISPLAY "DUE DATES MUST BE FROM TODAY AND EACH LATER "
                   "THAN THE ONE BEFORE"
               MOVE "N" TO WS-SCHEDULE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DUE-DATE TO WS-LAST-DUE.
           MOVE WS-DUE-DATE TO WS-NEW-DUE-DATE (WS-INST-NO).
           IF WS-INST-NO = WS-INST-COUNT
               MOVE WS-LEFT-TO-PLAN TO WS-NEW-AMOUNT (WS-INST-NO)
               MOVE WS-LEFT-TO-PLAN TO WS-AMOUNT-ED
               DISPLAY "FINAL INSTALMENT " WS-AMOUNT-ED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AMOUNT".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-INST-AMOUNT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-INST-AMOUNT = ZERO
               OR WS-INST-AMOUNT NOT < WS-LEFT-TO-PLAN
               DISPLAY "EACH INSTALMENT MUST BE MORE THAN NOTHING AND "
                   "LEAVE SOMETHING FOR THE LAST"
               MOVE "N" TO WS-SCHEDULE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INST-AMOUNT TO WS-NEW-AMOUNT (WS-INST-NO).
           SUBTRACT WS-INST-AMOUNT FROM WS-LEFT-TO-PLAN.

       300-CANCEL-PLAN.
           PERFORM 150-ACCEPT-STUDENT.
           IF STUDENT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 160-ACCEPT-TERM.
           MOVE SM-STUDENT-ID TO IP-STUDENT-ID.
           MOVE WS-TERM TO IP-TERM-CODE.
           READ FEE-PLAN-FILE
               INVALID KEY
                   DISPLAY "NO PLAN FOR " WS-TERM
                   EXIT PARAGRAPH
           END-READ.
           IF IP-STATUS NOT = "A"
               DISPLAY "PLAN ALREADY CANCELLED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CANCEL - THE TERM'S DEBT FALLS DUE IN FULL? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "PLAN KEPT"
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO IP-STATUS.
           REWRITE INSTALMENT-PLAN-RECORD.
           DISPLAY "PLAN CANCELLED".
           MOVE "PLAN STATUS" TO AL-FIELD-NAME.
           MOVE "A" TO AL-OLD-VALUE.
           MOVE "C" TO AL-NEW-VALUE.
           PERFORM 800-AUDIT-PLAN.

       400-LIST-POSITION.
           PERFORM 150-ACCEPT-STUDENT.
           IF STUDENT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 170-LOAD-POSITION.
           MOVE WS-IP-BALANCE TO WS-BALANCE-ED.
           MOVE WS-IP-ARREARS TO WS-DUE-NOW-ED.
           DISPLAY "BALANCE " WS-BALANCE-ED "  DUE NOW " WS-DUE-NOW-ED.
           DISPLAY "TERM  FIRST CHG     CHARGED     UNPAID    DUE NOW"
               " PLAN".
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-IP-TERM-COUNT
               MOVE PT-CHARGED (PT-IDX) TO WS-CHARGED-ED
               MOVE PT-UNPAID (PT-IDX) TO WS-UNPAID-ED
               MOVE PT-DUE-NOW (PT-IDX) TO WS-DUE-NOW-ED
               DISPLAY PT-TERM-CODE (PT-IDX) " "
                   PT-FIRST-DATE (PT-IDX) " " WS-CHARGED-ED " "
                   WS-UNPAID-ED " " WS-DUE-NOW-ED "  "
                   PT-PLANNED (PT-IDX)
           END-PERFORM.
           PERFORM VARYING PI-IDX FROM 1 BY 1
                   UNTIL PI-IDX > WS-IP-INST-COUNT
               PERFORM 410-SHOW-INSTALMENT
           END-PERFORM.

       410-SHOW-INSTALMENT.
           EVALUATE PI-STATE (PI-IDX)
               WHEN "P" MOVE "PAID" TO WS-STATE-WORD
               WHEN "D" MOVE "NOT YET DUE" TO WS-STATE-WORD
               WHEN "O" MOVE "OVERDUE" TO WS-STATE-WORD
               WHEN "M" MOVE "MISSED" TO WS-STATE-WORD
           END-EVALUATE.
           MOVE PI-AMOUNT (PI-IDX) TO WS-AMOUNT-ED.
           DISPLAY "  " PI-TERM-CODE (PI-IDX) " INSTALMENT "
               PI-NUMBER (PI-IDX) " DUE " PI-DUE-DATE (PI-IDX) " "
               WS-AMOUNT-ED " " WS-STATE-WORD.

       800-AUDIT-PLAN.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "FEEPLN" TO AL-RECORD-TYPE.
           MOVE SPACES TO AL-KEY-VALUE.
           MOVE IP-PLAN-KEY TO AL-KEY-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "FEE-POSITION-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM FEE-PLAN-DESK.
