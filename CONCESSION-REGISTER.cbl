      ******************************************************************
      * Author:
      * Date:
      * Purpose: The bursar's concession register for a keyed term:
      *          every concession credit FEE-BILLING-RUN (or the
      *          admissions desk) raised on FEELEDGR.DAT - student,
      *          section, kind, the charge it was against and the
      *          amount - then the fee income given up by kind
      *          (scholarship, sibling, staff child, hardship)
      *          against the term's gross charges, so the governors
      *          see what the concessions cost. Run-logged like the
      *          other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCESSION-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-REPORT-TERM         PIC X(5).
       01  WS-ROWS-READ           PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-GROSS-CHARGES       PIC 9(9)V9(2) VALUE ZERO.
       01  WS-TOTAL-GIVEN-UP      PIC 9(9)V9(2) VALUE ZERO.
       01  WS-NET-CHARGES         PIC S9(9)V9(2).
       01  WS-PERCENT             PIC 9(3)V9(2).
       01  WS-STUDENT-NAME        PIC X(20).
       01  WS-SECTION             PIC X(4).
       01  WS-TYPE-WORD           PIC X(11).
       01  WS-AMOUNT-ED           PIC ZZ,ZZ9.99.
       01  WS-TOTAL-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PERCENT-ED          PIC ZZ9.99.

      *> Given up by kind - the four kinds CONCESSION.CPY knows.
       01  WS-KIND-TABLE-AREA.
           05 FILLER PIC X(12) VALUE "SSCHOLARSHIP".
           05 FILLER PIC X(12) VALUE "BSIBLING".
           05 FILLER PIC X(12) VALUE "TSTAFF CHILD".
           05 FILLER PIC X(12) VALUE "HHARDSHIP".
       01  WS-KIND-TABLE REDEFINES WS-KIND-TABLE-AREA.
           05 KIND-ENTRY OCCURS 4 TIMES.
               10 KD-TYPE         PIC X(1).
               10 KD-WORD         PIC X(11).
       01  WS-KIND-TOTALS.
           05 KT-ENTRY OCCURS 5 TIMES.
               10 KT-COUNT        PIC 9(5).
               10 KT-AMOUNT       PIC 9(9)V9(2).
       01  KD-IDX                 PIC 9(1).
       01  WS-KIND-FOUND          PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "TERM (E.G. 26T1)".
           ACCEPT WS-REPORT-TERM.
           MOVE FUNCTION UPPER-CASE(WS-REPORT-TERM) TO WS-REPORT-TERM.
           INITIALIZE WS-KIND-TOTALS.

           OPEN INPUT FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS NOT = "00"
               DISPLAY "NO FEE LEDGER, STATUS " FEE-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT STUDENT-MASTER.

           DISPLAY "============ CONCESSION REGISTER " WS-REPORT-TERM
               " ============".
           DISPLAY "STUDENT  NAME                 SECT KIND        "
               "CHARGE             AMOUNT".
           MOVE "N" TO WS-EOF-FLAG.
           READ FEE-LEDGER-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-ONE-LEDGER-ROW UNTIL ENDOFINPUT.
           CLOSE FEE-LEDGER-FILE.
           IF STUDENT-MASTER-STATUS = "00"
               CLOSE STUDENT-MASTER
           END-IF.

           PERFORM 300-PRINT-SUMMARY.
           GO TO 900-END-PROGRAM.

       100-ONE-LEDGER-ROW.
           ADD 1 TO WS-ROWS-READ.
           IF FL-TERM-CODE = WS-REPORT-TERM
               EVALUATE FL-TYPE
                   WHEN "C"
                       ADD FL-AMOUNT TO WS-GROSS-CHARGES
                   WHEN "D"
                       PERFORM 200-PRINT-CREDIT
               END-EVALUATE
           END-IF.
           READ FEE-LEDGER-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       200-PRINT-CREDIT.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD FL-AMOUNT TO WS-TOTAL-GIVEN-UP.
           MOVE 5 TO WS-KIND-FOUND.
           MOVE FL-CONCESSION-TYPE TO WS-TYPE-WORD.
           PERFORM VARYING KD-IDX FROM 1 BY 1 UNTIL KD-IDX > 4
               IF KD-TYPE (KD-IDX) = FL-CONCESSION-TYPE
                   MOVE KD-IDX TO WS-KIND-FOUND
                   MOVE KD-WORD (KD-IDX) TO WS-TYPE-WORD
               END-IF
           END-PERFORM.
           ADD 1 TO KT-COUNT (WS-KIND-FOUND).
           ADD FL-AMOUNT TO KT-AMOUNT (WS-KIND-FOUND).
           MOVE "(NOT ON MASTER)" TO WS-STUDENT-NAME.
           MOVE SPACES TO WS-SECTION.
           IF STUDENT-MASTER-STATUS NOT = "00"
               AND STUDENT-MASTER-STATUS NOT = "23"
               CONTINUE
           ELSE
               MOVE FL-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME
                       MOVE SM-CLASS-SECTION TO WS-SECTION
               END-READ
           END-IF.
           MOVE FL-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY FL-STUDENT-ID " " WS-STUDENT-NAME " " WS-SECTION
               " " WS-TYPE-WORD " " FL-DESCRIPTION " " WS-AMOUNT-ED.

       300-PRINT-SUMMARY.
           DISPLAY "---------------- INCOME GIVEN UP ----------------".
           PERFORM VARYING KD-IDX FROM 1 BY 1 UNTIL KD-IDX > 4
               MOVE KT-AMOUNT (KD-IDX) TO WS-TOTAL-ED
               DISPLAY KD-WORD (KD-IDX) " " KT-COUNT (KD-IDX)
                   " CREDITS " WS-TOTAL-ED
           END-PERFORM.
           IF KT-COUNT (5) > ZERO
               MOVE KT-AMOUNT (5) TO WS-TOTAL-ED
               DISPLAY "UNCLASSED   " KT-COUNT (5) " CREDITS "
                   WS-TOTAL-ED
           END-IF.
           MOVE WS-GROSS-CHARGES TO WS-TOTAL-ED.
           DISPLAY "GROSS CHARGES RAISED      " WS-TOTAL-ED.
           MOVE WS-TOTAL-GIVEN-UP TO WS-TOTAL-ED.
           DISPLAY "CONCESSIONS GIVEN         " WS-TOTAL-ED.
           COMPUTE WS-NET-CHARGES = WS-GROSS-CHARGES
               - WS-TOTAL-GIVEN-UP.
           MOVE WS-NET-CHARGES TO WS-TOTAL-ED.
           DISPLAY "NET FEE INCOME            " WS-TOTAL-ED.
           IF WS-GROSS-CHARGES > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TOTAL-GIVEN-UP * 100 / WS-GROSS-CHARGES
               MOVE WS-PERCENT TO WS-PERCENT-ED
               DISPLAY "SHARE OF GROSS GIVEN UP   " WS-PERCENT-ED "%"
           END-IF.
           DISPLAY "=================================================".

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "CONCESSION-REGISTER" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROWS-READ TO RL-READ-COUNT.
           MOVE WS-CREDIT-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

       END PROGRAM CONCESSION-REGISTER.
