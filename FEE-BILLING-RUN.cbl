      *          becomes a charge row on FEELEDGR.DAT. The run
      *          refuses to bill a term it has already billed -
      *          rerunning the cash book used to mean every student
      *          owed double. Each charge is followed by a credit
      *          row for every concession on CONCESS.DAT that covers
      *          it - the student's scholarship, staff-child or
      *          hardship award, or the sibling rule for their place
      *          in the family (CONCESSION-LOGIC.CPY). Run-logged
      *          like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  GUARDIAN-FILE-STATUS   PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  CONCESSION-STATUS      PIC X(2).
       01  FEE-SCHEDULE-STATUS    PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
               10 SE-AMOUNT       PIC 9(5)V9(2).
       01  SE-IDX                 PIC 9(3).

           COPY "CONCESSION-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT GUARDIAN-FILE.
           IF GUARDIAN-FILE-STATUS = "35"
               OPEN OUTPUT GUARDIAN-FILE
               CLOSE GUARDIAN-FILE
               OPEN INPUT GUARDIAN-FILE
           END-IF.
           MOVE WS-BILL-TERM TO WS-CN-TERM.
           PERFORM LOAD-TERM-CONCESSIONS.
           CLOSE GUARDIAN-FILE.
           DISPLAY "CONCESSIONS COVERING " WS-BILL-TERM ": "
               WS-CN-COUNT.

           OPEN EXTEND FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS = "05" OR FEE-LEDGER-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER-FILE
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           IF NOT ENDOFINPUT
               READ STUDENT-MASTER NEXT
                   AT END SET ENDOFINPUT TO TRUE
               END-READ
           END-IF.
           PERFORM 100-BILL-ONE-STUDENT UNTIL ENDOFINPUT.

           CLOSE STUDENT-MASTER.

           DISPLAY "STUDENTS BILLED: " WS-STUDENT-COUNT
               " CHARGES RAISED: " WS-CHARGE-COUNT.
           DISPLAY "CONCESSION CREDITS: " WS-CN-ROWS
               " TOTAL " WS-CN-TOTAL.

           GO TO 900-END-PROGRAM.

       100-BILL-ONE-STUDENT.
      *> A student who left owes nothing new - only active rows bill.
           IF SM-STATUS NOT = SPACES AND SM-STATUS NOT = "A"
               READ STUDENT-MASTER NEXT
                   AT END SET ENDOFINPUT TO TRUE
               END-READ
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE SM-STUDENT-ID TO WS-CN-STUDENT.
           PERFORM START-STUDENT-CONCESSIONS.
           PERFORM VARYING SE-IDX FROM 1 BY 1
                   UNTIL SE-IDX > WS-SCHED-COUNT
               IF SE-SECTION (SE-IDX) = SPACES
                   MOVE "BILLING" TO FL-ENTERED-BY
                   WRITE FEE-LEDGER-RECORD
                   ADD 1 TO WS-CHARGE-COUNT
                   PERFORM APPLY-CONCESSIONS
               END-IF
           END-PERFORM.
           READ STUDENT-MASTER NEXT
               AT END SET ENDOFINPUT TO TRUE
           END-READ.


           COPY "RUN-LOG-LOGIC.CPY".

           COPY "CONCESSION-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM FEE-BILLING-RUN.
