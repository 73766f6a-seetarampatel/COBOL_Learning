      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          load-all/rewrite-all style of RUN-CALENDAR-
      *          MAINTENANCE, for the batch job definitions
      *          (JOBDEF.DAT) BATCH-DRIVER and RETAIL-BATCH-DRIVER
      *          run from: S sets a step (the program it CALLs, the
      *          name it shows, the highest RETURN-CODE that counts
      *          as success, and a step in the other chain it must
      *          wait for), D drops one, L lists them. I installs the
      *          standard marks and retail chains - the steps the
      *          drivers always ran (the retail chain now with the
      *          daily ABSENCE-CHECK-RUN of rostered staff against
      *          punches and leave), then SPOOL-BURST-RUN to send out
      *          the night's distributed reports, each closed by RUN-
      *          ANOMALY-CHECK - for a chain that has no rows yet.
      *          Adding a program to the night is a row here, not a
      *          code change.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-DEFINITION-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEFINITION-FILE
               ASSIGN TO "JOBDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-DEFINITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEFINITION-FILE.
           COPY "JOB-DEFINITION.CPY".

       WORKING-STORAGE SECTION.
       01  JOB-DEFINITION-STATUS  PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-DEF-EOF             PIC X(1).
       01  WS-CHAIN               PIC X(1).
       01  WS-STEP-NO             PIC 9(2).
       01  WS-M-EMPTY             PIC X(1).
       01  WS-R-EMPTY             PIC X(1).

       01  WS-DEF-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-DEF-TABLE.
           05 DEF-ENTRY OCCURS 40 TIMES.
               10 DE-CHAIN        PIC X(1).
               10 DE-STEP-NO      PIC 9(2).
               10 DE-PROGRAM      PIC X(30).
               10 DE-STEP-NAME    PIC X(30).
               10 DE-MAX-OK-RC    PIC 9(4).
               10 DE-AFTER-CHAIN  PIC X(1).
               10 DE-AFTER-STEP   PIC 9(2).
       01  DE-IDX                 PIC 9(2).
       01  WS-FOUND-IDX           PIC 9(2).

      *> The chains as the drivers carried them compiled in, for I,
      *> each bursting the spooled reports for distribution and then
      *> closed by the run-log anomaly check, whose return code 4
      *> (anomalies raised) must not halt the night. A blank name
      *> shows the program.
       01  WS-STANDARD-DATA.
           05 FILLER PIC X(67) VALUE
              "M010000MARKS-EXTRACT-MERGE".
           05 FILLER PIC X(67) VALUE
              "M020000MARKS-INDEX-LOAD".
           05 FILLER PIC X(67) VALUE
              "M030000MARKS-TRANSCRIPT-REPORT       FILE-HANDLING-EX-47 
      -       "(REPORT)".
           05 FILLER PIC X(67) VALUE
              "M040000STATISTICAL-FUNCTIONS         STATISTICAL-FUNCTION
      -       "S (STATS)".
           05 FILLER PIC X(67) VALUE
              "M050000SPOOL-BURST-RUN".
           05 FILLER PIC X(67) VALUE
              "M060004RUN-ANOMALY-CHECK".
           05 FILLER PIC X(67) VALUE
              "R010000SALES-LOG-AUDIT".
           05 FILLER PIC X(67) VALUE
              "R020000Z-REPORT".
           05 FILLER PIC X(67) VALUE
              "R030000SALES-LOG-ARCHIVE".
           05 FILLER PIC X(67) VALUE
              "R040000AUDIT-LOG-ARCHIVE".
           05 FILLER PIC X(67) VALUE
              "R050000REORDER-POINT-REPORT".
           05 FILLER PIC X(67) VALUE
              "R060000STOCK-ROLL-FORWARD".
           05 FILLER PIC X(67) VALUE
              "R070000ABSENCE-CHECK-RUN".
           05 FILLER PIC X(67) VALUE
              "R080000SPOOL-BURST-RUN".
           05 FILLER PIC X(67) VALUE
              "R090004RUN-ANOMALY-CHECK".
       01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-DATA.
           05 STD-ENTRY OCCURS 15 TIMES.
               10 STD-CHAIN       PIC X(1).
               10 STD-STEP-NO     PIC 9(2).
               10 STD-MAX-OK-RC   PIC 9(4).
               10 STD-PROGRAM     PIC X(30).
               10 STD-STEP-NAME   PIC X(30).
       01  STD-IDX                PIC 9(2).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BATCH JOB DEFINITION MAINTENANCE".

           PERFORM 100-LOAD-DEFINITIONS.
           PERFORM 200-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".
           PERFORM 700-SAVE-DEFINITIONS.
           STOP RUN.

       100-LOAD-DEFINITIONS.
           OPEN INPUT JOB-DEFINITION-FILE.
           IF JOB-DEFINITION-STATUS NOT = "00"
               DISPLAY "NO JOBDEF.DAT YET - USE I TO INSTALL THE "
                   "STANDARD CHAINS"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DEF-EOF.
           PERFORM 110-LOAD-ONE-ROW UNTIL WS-DEF-EOF = "Y".
           CLOSE JOB-DEFINITION-FILE.

       110-LOAD-ONE-ROW.
           READ JOB-DEFINITION-FILE
               AT END MOVE "Y" TO WS-DEF-EOF
           END-READ.
           IF WS-DEF-EOF = "N"
               MOVE WS-DEF-COUNT TO WS-TB-COUNT
               MOVE 40 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-DEF-COUNT
                   MOVE JD-CHAIN TO DE-CHAIN (WS-DEF-COUNT)
                   MOVE JD-STEP-NO TO DE-STEP-NO (WS-DEF-COUNT)
                   MOVE JD-PROGRAM TO DE-PROGRAM (WS-DEF-COUNT)
                   MOVE JD-STEP-NAME TO DE-STEP-NAME (WS-DEF-COUNT)
                   MOVE JD-MAX-OK-RC TO DE-MAX-OK-RC (WS-DEF-COUNT)
                   MOVE JD-AFTER-CHAIN TO DE-AFTER-CHAIN (WS-DEF-COUNT)
                   MOVE JD-AFTER-STEP TO DE-AFTER-STEP (WS-DEF-COUNT)
               END-IF
           END-IF.

       200-ONE-TRANSACTION.
           DISPLAY "ACTION (S=SET A STEP, D=DROP A STEP, "
               "L=LIST THE DEFINITIONS, I=INSTALL STANDARD CHAINS)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM 300-SET-STEP
               WHEN "D"
                   PERFORM 400-DROP-STEP
               WHEN "L"
                   PERFORM 500-LIST-DEFINITIONS
               WHEN "I"
                   PERFORM 600-INSTALL-STANDARD
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> Keys a chain and step number; WS-FOUND-IDX is its row, or
      *> zero. WS-CHAIN is spaces when the chain was not M or R.
       250-ACCEPT-CHAIN-STEP.
           MOVE ZERO TO WS-FOUND-IDX.
           DISPLAY "CHAIN (M=MARKS CHAIN, R=RETAIL CHAIN)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:1) TO WS-CHAIN.
           IF WS-CHAIN NOT = "M" AND WS-CHAIN NOT = "R"
               DISPLAY "NOT M OR R"
               MOVE SPACES TO WS-CHAIN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "STEP NUMBER (1-99)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-STEP-NO = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-STEP-NO = ZERO
               DISPLAY "STEP NUMBERS START AT 1"
               MOVE SPACES TO WS-CHAIN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > WS-DEF-COUNT
               IF DE-CHAIN (DE-IDX) = WS-CHAIN
                   AND DE-STEP-NO (DE-IDX) = WS-STEP-NO
                   MOVE DE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       300-SET-STEP.
           PERFORM 250-ACCEPT-CHAIN-STEP.
           IF WS-CHAIN = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-DEF-COUNT TO WS-TB-COUNT
               MOVE 40 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "N"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEF-COUNT
               MOVE WS-DEF-COUNT TO WS-FOUND-IDX
               MOVE WS-CHAIN TO DE-CHAIN (WS-FOUND-IDX)
               MOVE WS-STEP-NO TO DE-STEP-NO (WS-FOUND-IDX)
           ELSE
               DISPLAY "CURRENTLY " DE-PROGRAM (WS-FOUND-IDX)
           END-IF.

           DISPLAY "PROGRAM TO CALL (ITS PROGRAM-ID)".
           ACCEPT DE-PROGRAM (WS-FOUND-IDX).
           MOVE FUNCTION UPPER-CASE(DE-PROGRAM (WS-FOUND-IDX))
               TO DE-PROGRAM (WS-FOUND-IDX).
           DISPLAY "STEP NAME TO SHOW (BLANK = THE PROGRAM)".
           ACCEPT DE-STEP-NAME (WS-FOUND-IDX).
           DISPLAY "HIGHEST RETURN CODE THAT COUNTS AS SUCCESS "
               "(0 UNLESS WARNINGS MAY PASS)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE DE-MAX-OK-RC (WS-FOUND-IDX) =
               FUNCTION NUMVAL-C(WS-IV-INPUT).

           MOVE SPACES TO DE-AFTER-CHAIN (WS-FOUND-IDX).
           MOVE ZERO TO DE-AFTER-STEP (WS-FOUND-IDX).
           DISPLAY "WAIT FOR A STEP IN THE OTHER CHAIN? (Y/N)".
           ACCEPT WS-ACTION.
           IF WS-ACTION = "Y" OR WS-ACTION = "y"
               IF WS-CHAIN = "M"
                   MOVE "R" TO DE-AFTER-CHAIN (WS-FOUND-IDX)
               ELSE
                   MOVE "M" TO DE-AFTER-CHAIN (WS-FOUND-IDX)
               END-IF
               DISPLAY "WAIT FOR " DE-AFTER-CHAIN (WS-FOUND-IDX)
                   " STEP NUMBER"
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   PERFORM VALIDATE-NUMERIC-ENTRY
               END-PERFORM
               COMPUTE DE-AFTER-STEP (WS-FOUND-IDX) =
                   FUNCTION NUMVAL-C(WS-IV-INPUT)
               IF DE-AFTER-STEP (WS-FOUND-IDX) = ZERO
                   MOVE SPACES TO DE-AFTER-CHAIN (WS-FOUND-IDX)
               END-IF
           END-IF.
           DISPLAY "STEP SET".

       400-DROP-STEP.
           PERFORM 250-ACCEPT-CHAIN-STEP.
           IF WS-CHAIN = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND-IDX = ZERO
               DISPLAY "NO SUCH STEP"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DE-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL DE-IDX NOT < WS-DEF-COUNT
               MOVE DEF-ENTRY (DE-IDX + 1) TO DEF-ENTRY (DE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-DEF-COUNT.
           DISPLAY "STEP DROPPED - ITS RUNCAL.DAT ROW, IF ANY, NO "
               "LONGER APPLIES".

       500-LIST-DEFINITIONS.
           PERFORM VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > WS-DEF-COUNT
               DISPLAY DE-CHAIN (DE-IDX) " STEP "
                   DE-STEP-NO (DE-IDX) " " DE-PROGRAM (DE-IDX) " "
                   DE-STEP-NAME (DE-IDX) " OK RC<="
                   DE-MAX-OK-RC (DE-IDX) " AFTER "
                   DE-AFTER-CHAIN (DE-IDX) DE-AFTER-STEP (DE-IDX)
           END-PERFORM.

      *> Only into a chain with no rows - I never overwrites what
      *> the operators have set up.
       600-INSTALL-STANDARD.
           MOVE "Y" TO WS-M-EMPTY.
           MOVE "Y" TO WS-R-EMPTY.
           PERFORM VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > WS-DEF-COUNT
               IF DE-CHAIN (DE-IDX) = "M"
                   MOVE "N" TO WS-M-EMPTY
               END-IF
               IF DE-CHAIN (DE-IDX) = "R"
                   MOVE "N" TO WS-R-EMPTY
               END-IF
           END-PERFORM.
           IF WS-M-EMPTY = "N" AND WS-R-EMPTY = "N"
               DISPLAY "BOTH CHAINS ALREADY HAVE STEPS - NOTHING "
                   "INSTALLED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING STD-IDX FROM 1 BY 1 UNTIL STD-IDX > 15
               IF (STD-CHAIN (STD-IDX) = "M" AND WS-M-EMPTY = "Y")
                   OR (STD-CHAIN (STD-IDX) = "R" AND WS-R-EMPTY = "Y")
                   PERFORM 610-INSTALL-ONE-STEP
               END-IF
           END-PERFORM.
           DISPLAY "STANDARD STEPS INSTALLED".

       610-INSTALL-ONE-STEP.
           MOVE WS-DEF-COUNT TO WS-TB-COUNT.
           MOVE 40 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-DEF-COUNT
               MOVE STD-CHAIN (STD-IDX) TO DE-CHAIN (WS-DEF-COUNT)
               MOVE STD-STEP-NO (STD-IDX) TO DE-STEP-NO (WS-DEF-COUNT)
               MOVE STD-PROGRAM (STD-IDX) TO DE-PROGRAM (WS-DEF-COUNT)
               MOVE STD-STEP-NAME (STD-IDX)
                   TO DE-STEP-NAME (WS-DEF-COUNT)
               MOVE STD-MAX-OK-RC (STD-IDX)
                   TO DE-MAX-OK-RC (WS-DEF-COUNT)
               MOVE SPACES TO DE-AFTER-CHAIN (WS-DEF-COUNT)
               MOVE ZERO TO DE-AFTER-STEP (WS-DEF-COUNT)
               DISPLAY "  " STD-CHAIN (STD-IDX) " STEP "
                   STD-STEP-NO (STD-IDX) " " STD-PROGRAM (STD-IDX)
           END-IF.

       700-SAVE-DEFINITIONS.
           OPEN OUTPUT JOB-DEFINITION-FILE.
           IF JOB-DEFINITION-STATUS NOT = "00"
               DISPLAY "COULD NOT WRITE JOBDEF.DAT, STATUS "
                   JOB-DEFINITION-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > WS-DEF-COUNT
               MOVE DE-CHAIN (DE-IDX) TO JD-CHAIN
               MOVE DE-STEP-NO (DE-IDX) TO JD-STEP-NO
               MOVE DE-PROGRAM (DE-IDX) TO JD-PROGRAM
               MOVE DE-STEP-NAME (DE-IDX) TO JD-STEP-NAME
               MOVE DE-MAX-OK-RC (DE-IDX) TO JD-MAX-OK-RC
               MOVE DE-AFTER-CHAIN (DE-IDX) TO JD-AFTER-CHAIN
               MOVE DE-AFTER-STEP (DE-IDX) TO JD-AFTER-STEP
               WRITE JOB-DEFINITION-RECORD
           END-PERFORM.
           CLOSE JOB-DEFINITION-FILE.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM JOB-DEFINITION-MAINTENANCE.
