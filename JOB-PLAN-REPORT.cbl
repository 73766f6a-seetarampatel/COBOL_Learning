      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shows the whole night's plan before it starts: both
      *          batch chains off JOBDEF.DAT, in step order, each step
      *          with the program it CALLs, whether RUNCAL.DAT runs it
      *          tonight, the highest RETURN-CODE that counts as
      *          success and the other-chain step it waits for. Then
      *          checks the waits - a wait on a step that is not
      *          defined, a wait on the step's own chain, and two
      *          waits that would leave each chain paused for the
      *          other (marks step a after retail step b while retail
      *          step c, no later than b, is after marks step d, no
      *          earlier than a). Return code 4 when any wait needs
      *          attention, 8 when JOBDEF.DAT has no steps at all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-PLAN-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEFINITION-FILE
               ASSIGN TO "JOBDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-DEFINITION-STATUS.
           SELECT RUN-CALENDAR-FILE
               ASSIGN TO "RUNCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEFINITION-FILE.
           COPY "JOB-DEFINITION.CPY".

       FD  RUN-CALENDAR-FILE.
           COPY "RUN-CALENDAR.CPY".

       WORKING-STORAGE SECTION.
       01  JOB-DEFINITION-STATUS  PIC X(2).
       01  RUN-CALENDAR-STATUS    PIC X(2).
       01  WS-PROBLEMS            PIC 9(3) VALUE ZERO.

      *> Each chain's waits, kept once the plan table is reused for
      *> the other chain.
       01  WS-M-STEP-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-M-STEPS.
           05 MS-ENTRY OCCURS 20 TIMES.
               10 MS-STEP-NO      PIC 9(2).
               10 MS-AFTER-CHAIN  PIC X(1).
               10 MS-AFTER-STEP   PIC 9(2).
       01  WS-R-STEP-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-R-STEPS.
           05 RS-ENTRY OCCURS 20 TIMES.
               10 RS-STEP-NO      PIC 9(2).
               10 RS-AFTER-CHAIN  PIC X(1).
               10 RS-AFTER-STEP   PIC 9(2).
       01  MS-IDX                 PIC 9(2).
       01  RS-IDX                 PIC 9(2).
       01  WS-TARGET-FOUND        PIC X(1).

           COPY "JOB-PLAN-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TONIGHT'S BATCH PLAN".

           MOVE "M" TO WS-JP-CHAIN.
           PERFORM LOAD-JOB-PLAN.
           DISPLAY "MARKS CHAIN (BATCH-DRIVER):".
           IF WS-JP-STEP-COUNT = ZERO
               DISPLAY "  NO STEPS DEFINED - BATCH-DRIVER WILL NOT RUN"
           END-IF.
           PERFORM SHOW-JOB-PLAN.
           MOVE WS-JP-STEP-COUNT TO WS-M-STEP-COUNT.
           PERFORM VARYING JP-IDX FROM 1 BY 1
                   UNTIL JP-IDX > WS-JP-STEP-COUNT
               MOVE JP-STEP-NO (JP-IDX) TO MS-STEP-NO (JP-IDX)
               MOVE JP-AFTER-CHAIN (JP-IDX) TO MS-AFTER-CHAIN (JP-IDX)
               MOVE JP-AFTER-STEP (JP-IDX) TO MS-AFTER-STEP (JP-IDX)
           END-PERFORM.

           MOVE "R" TO WS-JP-CHAIN.
           PERFORM LOAD-JOB-PLAN.
           DISPLAY "RETAIL CHAIN (RETAIL-BATCH-DRIVER):".
           IF WS-JP-STEP-COUNT = ZERO
               DISPLAY "  NO STEPS DEFINED - RETAIL-BATCH-DRIVER WILL "
                   "NOT RUN"
           END-IF.
           PERFORM SHOW-JOB-PLAN.
           MOVE WS-JP-STEP-COUNT TO WS-R-STEP-COUNT.
           PERFORM VARYING JP-IDX FROM 1 BY 1
                   UNTIL JP-IDX > WS-JP-STEP-COUNT
               MOVE JP-STEP-NO (JP-IDX) TO RS-STEP-NO (JP-IDX)
               MOVE JP-AFTER-CHAIN (JP-IDX) TO RS-AFTER-CHAIN (JP-IDX)
               MOVE JP-AFTER-STEP (JP-IDX) TO RS-AFTER-STEP (JP-IDX)
           END-PERFORM.

           IF WS-M-STEP-COUNT = ZERO AND WS-R-STEP-COUNT = ZERO
               DISPLAY "JOBDEF.DAT HAS NO STEPS - SET THEM UP WITH "
                   "JOB-DEFINITION-MAINTENANCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "WAIT CHECKS:".
           PERFORM 100-CHECK-MARKS-WAITS.
           PERFORM 200-CHECK-RETAIL-WAITS.
           PERFORM 300-CHECK-MUTUAL-WAITS.

           IF WS-PROBLEMS = ZERO
               DISPLAY "  ALL WAITS POINT AT DEFINED STEPS"
           ELSE
               DISPLAY "  WAITS NEEDING ATTENTION: " WS-PROBLEMS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       100-CHECK-MARKS-WAITS.
           PERFORM VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > WS-M-STEP-COUNT
               EVALUATE MS-AFTER-CHAIN (MS-IDX)
                   WHEN SPACES
                       CONTINUE
                   WHEN "R"
                       MOVE "N" TO WS-TARGET-FOUND
                       PERFORM VARYING RS-IDX FROM 1 BY 1
                               UNTIL RS-IDX > WS-R-STEP-COUNT
                           IF RS-STEP-NO (RS-IDX) =
                               MS-AFTER-STEP (MS-IDX)
                               MOVE "Y" TO WS-TARGET-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-TARGET-FOUND = "N"
                           DISPLAY "  M STEP " MS-STEP-NO (MS-IDX)
                               " WAITS FOR R STEP "
                               MS-AFTER-STEP (MS-IDX)
                               ", WHICH IS NOT DEFINED - IT WILL "
                               "NEVER START"
                           ADD 1 TO WS-PROBLEMS
                       END-IF
                   WHEN OTHER
                       DISPLAY "  M STEP " MS-STEP-NO (MS-IDX)
                           " WAITS ON CHAIN " MS-AFTER-CHAIN (MS-IDX)
                           " - A STEP CAN ONLY WAIT FOR THE R CHAIN"
                       ADD 1 TO WS-PROBLEMS
               END-EVALUATE
           END-PERFORM.

       200-CHECK-RETAIL-WAITS.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-R-STEP-COUNT
               EVALUATE RS-AFTER-CHAIN (RS-IDX)
                   WHEN SPACES
                       CONTINUE
                   WHEN "M"
                       MOVE "N" TO WS-TARGET-FOUND
                       PERFORM VARYING MS-IDX FROM 1 BY 1
                               UNTIL MS-IDX > WS-M-STEP-COUNT
                           IF MS-STEP-NO (MS-IDX) =
                               RS-AFTER-STEP (RS-IDX)
                               MOVE "Y" TO WS-TARGET-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-TARGET-FOUND = "N"
                           DISPLAY "  R STEP " RS-STEP-NO (RS-IDX)
                               " WAITS FOR M STEP "
                               RS-AFTER-STEP (RS-IDX)
                               ", WHICH IS NOT DEFINED - IT WILL "
                               "NEVER START"
                           ADD 1 TO WS-PROBLEMS
                       END-IF
                   WHEN OTHER
                       DISPLAY "  R STEP " RS-STEP-NO (RS-IDX)
                           " WAITS ON CHAIN " RS-AFTER-CHAIN (RS-IDX)
                           " - A STEP CAN ONLY WAIT FOR THE M CHAIN"
                       ADD 1 TO WS-PROBLEMS
               END-EVALUATE
           END-PERFORM.

      *> Marks step a waits for retail step b; retail can only reach b
      *> by running c first, and c waits for marks step d, which marks
      *> only reaches after a. Neither chain gets past its wait.
       300-CHECK-MUTUAL-WAITS.
           PERFORM VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > WS-M-STEP-COUNT
               IF MS-AFTER-CHAIN (MS-IDX) = "R"
                   PERFORM VARYING RS-IDX FROM 1 BY 1
                           UNTIL RS-IDX > WS-R-STEP-COUNT
                       IF RS-AFTER-CHAIN (RS-IDX) = "M"
                           AND RS-STEP-NO (RS-IDX) NOT >
                               MS-AFTER-STEP (MS-IDX)
                           AND RS-AFTER-STEP (RS-IDX) NOT <
                               MS-STEP-NO (MS-IDX)
                           DISPLAY "  M STEP " MS-STEP-NO (MS-IDX)
                               " WAITS FOR R STEP "
                               MS-AFTER-STEP (MS-IDX)
                               " BUT R STEP " RS-STEP-NO (RS-IDX)
                               " WAITS FOR M STEP "
                               RS-AFTER-STEP (RS-IDX)
                               " - BOTH CHAINS WOULD PAUSE"
                           ADD 1 TO WS-PROBLEMS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           COPY "JOB-PLAN-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM JOB-PLAN-REPORT.
