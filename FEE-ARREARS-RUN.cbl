      *          owes, and totals the arrears by SM-CLASS-SECTION
      *          with the oldest unpaid charge's date shown so the
      *          summary reads as an aging, not just a number.
      *          A term on an agreed instalment plan (FEEPLAN.DAT)
      *          counts only the instalments already due, so a family
      *          keeping to its plan is not in arrears; the statement
      *          shows each plan's schedule with every instalment's
      *          state. Run-logged like the other batch programs.
      *          The statements and aging are kept on the spool
      *          (REPORTS.SPL, catalogued as FEE-ARREARS) with each
      *          student's statement and section total stamped with
      *          the class section, so SPOOL-BURST-RUN can send each
      *          class teacher just their own section's arrears.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT FEE-PLAN-FILE
               ASSIGN TO "FEEPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-PLAN-KEY
               FILE STATUS IS FEE-PLAN-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT REPORT-SPOOL
               ASSIGN TO "REPORTS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT SPOOL-CATALOG
               ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  FEE-PLAN-FILE.
           COPY "INSTALMENT-PLAN.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  FEE-PLAN-STATUS        PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

      *> Spool state - the same shape Z-REPORT uses. WS-SPOOL-SLICE
      *> is stamped on each line for SPOOL-BURST-RUN: "*" for the
      *> headings every recipient gets, SPACES for the totals only a
      *> whole-report recipient gets.
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-SLICE         PIC X(10) VALUE SPACES.
       01  WS-SPOOL-EOF           PIC X(1).

       01  WS-STUDENT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ARREARS-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-OLDEST-CHARGE       PIC X(8).
       01  WS-BALANCE-ED          PIC -Z,ZZZ,ZZ9.99.
       01  WS-DUE-NOW-ED          PIC Z,ZZZ,ZZ9.99.
       01  WS-AMOUNT-ED           PIC ZZ,ZZ9.99.
       01  WS-STATE-WORD          PIC X(12).

      *> Arrears by section - the usual find-or-add table.
       01  WS-SECTION-COUNT       PIC 9(2) VALUE ZERO.
               10 SN-STUDENTS      PIC 9(4).
       01  WS-FOUND-IDX           PIC 9(2).

           COPY "FEE-POSITION-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT FEE-PLAN-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-IP-AS-OF.

           PERFORM 850-OPEN-SPOOL.
           MOVE "*" TO WS-SPOOL-SLICE.
           MOVE "================ FEE ARREARS RUN ================"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

           READ STUDENT-MASTER
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-STATEMENT-ONE-STUDENT UNTIL ENDOFINPUT.
           CLOSE STUDENT-MASTER.
           IF FEE-PLAN-STATUS = "00"
               CLOSE FEE-PLAN-FILE
           END-IF.

           MOVE "*" TO WS-SPOOL-SLICE.
           MOVE "---------- AGED ARREARS BY SECTION --------------"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SECTION-COUNT
               MOVE SN-SECTION (SN-IDX) TO WS-SPOOL-SLICE
               MOVE SN-ARREARS (SN-IDX) TO WS-BALANCE-ED
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "SECTION " SN-SECTION (SN-IDX) " - "
                   SN-STUDENTS (SN-IDX) " STUDENTS OWE "
                   WS-BALANCE-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-PERFORM.
           MOVE SPACES TO WS-SPOOL-SLICE.
           MOVE "================================================="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "STUDENTS REVIEWED: " WS-STUDENT-COUNT
               " IN ARREARS: " WS-ARREARS-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-SPOOL.

           GO TO 900-END-PROGRAM.

       100-STATEMENT-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE SM-STUDENT-ID TO WS-IP-STUDENT.
           PERFORM LOAD-FEE-POSITION.
           IF WS-IP-ARREARS > ZERO
               ADD 1 TO WS-ARREARS-COUNT
               PERFORM 110-FIND-OLDEST-DUE
               MOVE SM-CLASS-SECTION TO WS-SPOOL-SLICE
               MOVE SPACES TO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
               STRING "STATEMENT - " SM-STUDENT-ID " "
                   SM-STUDENT-NAME " SECTION " SM-CLASS-SECTION
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
               PERFORM 120-PRINT-STUDENT-LEDGER
               PERFORM VARYING PI-IDX FROM 1 BY 1
                       UNTIL PI-IDX > WS-IP-INST-COUNT
                   PERFORM 127-PRINT-ONE-INSTALMENT
               END-PERFORM
               MOVE WS-IP-BALANCE TO WS-BALANCE-ED
               MOVE WS-IP-ARREARS TO WS-DUE-NOW-ED
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "BALANCE: " WS-BALANCE-ED
                   "  DUE NOW: " WS-DUE-NOW-ED
                   " (OLDEST UNPAID CHARGE " WS-OLDEST-CHARGE ")"
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
               PERFORM 130-ADD-TO-SECTION
           END-IF.
           READ STUDENT-MASTER
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> The terms come back oldest first, so the first one with
      *> something due now is the age of the arrears.
       110-FIND-OLDEST-DUE.
           MOVE SPACES TO WS-OLDEST-CHARGE.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-IP-TERM-COUNT
                      OR WS-OLDEST-CHARGE NOT = SPACES
               IF PT-DUE-NOW (PT-IDX) > ZERO
                   MOVE PT-FIRST-DATE (PT-IDX) TO WS-OLDEST-CHARGE
               END-IF
           END-PERFORM.

       120-PRINT-STUDENT-LEDGER.
           OPEN INPUT FEE-LEDGER-FILE.

       125-PRINT-ONE-ROW.
           IF FL-STUDENT-ID = SM-STUDENT-ID
               MOVE FL-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "  " FL-DATE " " FL-TYPE " "
                   FL-DESCRIPTION " " WS-AMOUNT-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-IF.
           READ FEE-LEDGER-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       127-PRINT-ONE-INSTALMENT.
           EVALUATE PI-STATE (PI-IDX)
               WHEN "P" MOVE "PAID" TO WS-STATE-WORD
               WHEN "D" MOVE "NOT YET DUE" TO WS-STATE-WORD
               WHEN "O" MOVE "OVERDUE" TO WS-STATE-WORD
               WHEN "M" MOVE "MISSED" TO WS-STATE-WORD
           END-EVALUATE.
           MOVE PI-AMOUNT (PI-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  PLAN " PI-TERM-CODE (PI-IDX) " INSTALMENT "
               PI-NUMBER (PI-IDX) " DUE " PI-DUE-DATE (PI-IDX) " "
               WS-AMOUNT-ED " " WS-STATE-WORD
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

       130-ADD-TO-SECTION.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING SN-IDX FROM 1 BY 1
           END-IF.
           IF WS-FOUND-IDX NOT = ZERO
               SET SN-IDX TO WS-FOUND-IDX
               ADD WS-IP-ARREARS TO SN-ARREARS (SN-IDX)
               ADD 1 TO SN-STUDENTS (SN-IDX)
           END-IF.

      *> ---- spool plumbing, Z-REPORT's shape ----

       850-OPEN-SPOOL.
           MOVE ZERO TO WS-SPOOL-ID.
           MOVE ZERO TO WS-SPOOL-LINE-COUNT.
           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT SPOOL-CATALOG.
           IF CATALOG-STATUS = "00"
               PERFORM 855-SCAN-ONE-CATALOG-ROW
                   UNTIL WS-SPOOL-EOF = "Y"
               CLOSE SPOOL-CATALOG
           END-IF.
           ADD 1 TO WS-SPOOL-ID.
           OPEN EXTEND REPORT-SPOOL.
           IF SPOOL-STATUS = "05" OR SPOOL-STATUS = "35"
               OPEN OUTPUT REPORT-SPOOL
           END-IF.

       855-SCAN-ONE-CATALOG-ROW.
           READ SPOOL-CATALOG
               AT END MOVE "Y" TO WS-SPOOL-EOF
           END-READ.
           IF WS-SPOOL-EOF = "N"
               AND SC-SPOOL-ID > WS-SPOOL-ID
               MOVE SC-SPOOL-ID TO WS-SPOOL-ID
           END-IF.

       860-SPOOL-LINE.
           IF SPOOL-STATUS = "00"
               MOVE SPACES TO SPOOL-LINE-RECORD
               MOVE WS-SPOOL-ID TO SP-SPOOL-ID
               ADD 1 TO WS-SPOOL-LINE-COUNT
               MOVE WS-SPOOL-LINE-COUNT TO SP-LINE-NO
               MOVE WS-SPOOL-TEXT TO SP-LINE-TEXT
               MOVE WS-SPOOL-SLICE TO SP-SLICE-KEY
               WRITE SPOOL-LINE-RECORD
           END-IF.
           DISPLAY WS-SPOOL-TEXT.

       870-REGISTER-SPOOL.
           IF SPOOL-STATUS = "00"
               CLOSE REPORT-SPOOL
               OPEN EXTEND SPOOL-CATALOG
               IF CATALOG-STATUS = "05" OR CATALOG-STATUS = "35"
                   OPEN OUTPUT SPOOL-CATALOG
               END-IF
               IF CATALOG-STATUS = "00"
                   MOVE SPACES TO SPOOL-CATALOG-RECORD
                   MOVE WS-SPOOL-ID TO SC-SPOOL-ID
                   MOVE "FEE-ARREARS" TO SC-REPORT-NAME
                   MOVE WS-RL-START-STAMP(1:8) TO SC-RUN-DATE
                   MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
                   MOVE "FEE-ARREARS-RUN" TO SC-PROGRAM
                   WRITE SPOOL-CATALOG-RECORD
                   CLOSE SPOOL-CATALOG
               END-IF
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "FEE-ARREARS-RUN" TO RL-PROGRAM.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "FEE-POSITION-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".
