      *          RETURN-CODE and halting the chain with a clear message
      *          if an earlier step fails, instead of running each one
      *          by hand and hoping we remember the order.
      *          The steps are the chain "M" rows on JOBDEF.DAT (kept
      *          by JOB-DEFINITION-MAINTENANCE), run in step order:
      *          the program to CALL, the highest RETURN-CODE that
      *          still counts as success, and any retail-chain step
      *          that must have finished tonight first - a step whose
      *          wait is not over pauses the chain (WAITING) for a
      *          rerun to resume. The night's plan is shown before
      *          the first step starts.
      *          Every step's start, end and RETURN-CODE land on the
      *          job-status file (JOBSTAT.DAT), and a rerun after a
      *          failure offers to resume from the first failed or
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-STATUS-STATUS.

      *> The retail chain's job status, read to see whether a step
      *> this chain waits for has finished tonight.
           SELECT OTHER-CHAIN-STATUS-FILE
               ASSIGN TO "JOBSTAT-R.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OTHER-CHAIN-STATUS.

           SELECT JOB-DEFINITION-FILE
               ASSIGN TO "JOBDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-DEFINITION-STATUS.

      *> The run calendar says which steps run tonight - daily,
      *> weekly on a day, or month-end only. A step with no row (or
      *> no calendar at all) runs nightly, the way it always did.
       FD  JOB-STATUS-FILE.
           COPY "JOB-STATUS.CPY".

       FD  OTHER-CHAIN-STATUS-FILE.
       01  OTHER-CHAIN-STATUS-RECORD.
           05 OJ-STEP-NO          PIC 9(2).
           05 OJ-STEP-NAME        PIC X(30).
           05 OJ-START-STAMP      PIC X(26).
           05 OJ-END-STAMP        PIC X(26).
           05 OJ-RETURN-CODE      PIC 9(4).
           05 OJ-STATUS           PIC X(8).

       FD  JOB-DEFINITION-FILE.
           COPY "JOB-DEFINITION.CPY".

       FD  RUN-CALENDAR-FILE.
           COPY "RUN-CALENDAR.CPY".

       01 RUN-CALENDAR-STATUS PIC X(2).
       01 RUN-LOG-STATUS     PIC X(2).
       01 WS-JS-EOF          PIC X(1).
       01 WS-ANSWER          PIC X(1).

      *> Per-step state rebuilt from JOBSTAT.DAT at startup and
      *> rewritten to it at every transition, so the file always
      *> shows where the chain stands. Entry n is plan step n.
       01 WS-STEP-STATE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
               10 WS-SS-START    PIC X(26).
               10 WS-SS-END      PIC X(26).
               10 WS-SS-RC       PIC 9(4).
               10 WS-SS-STATUS   PIC X(8).
       01 ST-IDX             PIC 9(2).
       01 WS-STEP-NO         PIC 9(2).
       01 WS-FIRST-OPEN-STEP PIC 9(2).
       01 WS-FAILED-STEP     PIC 9(2).
       01 WS-CHAIN-FAILED    PIC X(1).
       01 WS-CHAIN-WAITING   PIC X(1).

      *> A cross-chain wait is over when the other chain's job
      *> status shows the step OK or SKIPPED on the same night - the
      *> night being the date each chain's first step started.
       01 OTHER-CHAIN-STATUS PIC X(2).
       01 JOB-DEFINITION-STATUS PIC X(2).
       01 WS-OJ-EOF          PIC X(1).
       01 WS-NIGHT-DATE      PIC X(8).
       01 WS-OTHER-NIGHT     PIC X(8).
       01 WS-WAIT-OVER       PIC X(1).
       01 WS-WAIT-STATUS     PIC X(8).

           COPY "JOB-PLAN-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== BATCH DRIVER STARTING =====".

           MOVE "M" TO WS-JP-CHAIN.
           PERFORM LOAD-JOB-PLAN.
           IF WS-JP-STEP-COUNT = ZERO
               DISPLAY "*** NO MARKS-CHAIN STEPS ON JOBDEF.DAT - "
                   "NOTHING RUN ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "TONIGHT'S PLAN:".
           PERFORM SHOW-JOB-PLAN.

           PERFORM 100-LOAD-JOB-STATUS.
           PERFORM 150-PICK-STARTING-STEP.

           MOVE "N" TO WS-CHAIN-FAILED.
           MOVE "N" TO WS-CHAIN-WAITING.
           PERFORM 200-RUN-ONE-STEP
               VARYING WS-STEP-NO FROM WS-FIRST-OPEN-STEP BY 1
               UNTIL WS-STEP-NO > WS-JP-STEP-COUNT
                   OR WS-CHAIN-FAILED = "Y"
                   OR WS-CHAIN-WAITING = "Y".

           EVALUATE TRUE
               WHEN WS-CHAIN-FAILED = "Y"
                   DISPLAY "*** BATCH HALTED - "
                       JP-STEP-NAME (WS-FAILED-STEP)
                       " FAILED - RERUN TO RESUME FROM IT ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CHAIN-WAITING = "Y"
                   DISPLAY "*** BATCH PAUSED - "
                       JP-STEP-NAME (WS-FAILED-STEP)
                       " WAITS FOR " JP-AFTER-CHAIN (WS-FAILED-STEP)
                       " STEP " JP-AFTER-STEP (WS-FAILED-STEP)
                       " - RERUN TO RESUME FROM IT ***"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "===== BATCH DRIVER COMPLETE - ALL STEPS OK "
                       "====="
           END-EVALUATE.
           STOP RUN.

      *> Reads last night's step rows, if any - a missing or empty
      *> file means a fresh chain with every step PENDING. Rows are
      *> matched to the plan by step number; a step no longer on
      *> JOBDEF.DAT is dropped.
       100-LOAD-JOB-STATUS.
           PERFORM 160-RESET-ALL-STEPS.

           MOVE "N" TO WS-JS-EOF.
           OPEN INPUT JOB-STATUS-FILE.

       110-LOAD-ONE-STEP-ROW.
           READ JOB-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-JS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE JS-STEP-NO TO WS-JP-FIND-STEP.
           PERFORM FIND-JOB-PLAN-STEP.
           IF WS-JP-FOUND NOT = ZERO
               MOVE WS-JP-FOUND TO ST-IDX
               MOVE JS-START-STAMP TO WS-SS-START (ST-IDX)
               MOVE JS-END-STAMP TO WS-SS-END (ST-IDX)
               MOVE JS-RETURN-CODE TO WS-SS-RC (ST-IDX)
               MOVE JS-STATUS TO WS-SS-STATUS (ST-IDX)
           END-IF.

      *> A chain that ended clean (or has never run) starts from
      *> step 1. Anything else is a crashed, failed or paused night:
      *> show where it stood and offer to resume from the first step
      *> that is not OK, or start over. A calendar-skipped step
      *> counts as done - "not scheduled" is not "did not run".
       150-PICK-STARTING-STEP.
           MOVE ZERO TO WS-FIRST-OPEN-STEP.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-JP-STEP-COUNT
               IF WS-FIRST-OPEN-STEP = ZERO
                   AND WS-SS-STATUS (ST-IDX) NOT = "OK"
                   AND WS-SS-STATUS (ST-IDX) NOT = "SKIPPED"
           END-IF.

           DISPLAY "PRIOR RUN DID NOT COMPLETE:".
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-JP-STEP-COUNT
               DISPLAY "  STEP " JP-STEP-NO (ST-IDX) " "
                   JP-STEP-NAME (ST-IDX) " - "
                   WS-SS-STATUS (ST-IDX)
           END-PERFORM.
           DISPLAY "RESUME FROM STEP " JP-STEP-NO (WS-FIRST-OPEN-STEP)
               " (Y), OR RESTART THE WHOLE CHAIN (N)?".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
           END-IF.

       160-RESET-ALL-STEPS.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 20
               MOVE SPACES TO WS-SS-START (ST-IDX)
               MOVE SPACES TO WS-SS-END (ST-IDX)
               MOVE ZERO TO WS-SS-RC (ST-IDX)
           END-PERFORM.

       200-RUN-ONE-STEP.
           MOVE WS-STEP-NO TO JP-IDX.
      *> The calendar gets first refusal: a step not scheduled
      *> tonight is stamped SKIPPED on the job-status file - the
      *> morning summary can tell "not scheduled" from "did not
      *> run" - and the chain moves on.
           PERFORM CHECK-JOB-STEP-SCHEDULED.
           IF WS-JP-SCHEDULED = "N"
               DISPLAY "STEP " JP-STEP-NO (WS-STEP-NO) ": "
                   JP-STEP-NAME (WS-STEP-NO)
                   " - NOT SCHEDULED TONIGHT"
               MOVE FUNCTION CURRENT-DATE
                   TO WS-SS-START (WS-STEP-NO)
               EXIT PARAGRAPH
           END-IF.

      *> Then the other chain: a step it waits for that has not
      *> finished tonight pauses this chain here.
           IF JP-AFTER-CHAIN (WS-STEP-NO) NOT = SPACES
               PERFORM 230-CHECK-WAIT-OVER
               IF WS-WAIT-OVER = "N"
                   DISPLAY "STEP " JP-STEP-NO (WS-STEP-NO) ": "
                       JP-STEP-NAME (WS-STEP-NO) " - WAITING FOR "
                       JP-AFTER-CHAIN (WS-STEP-NO) " STEP "
                       JP-AFTER-STEP (WS-STEP-NO) " (" WS-WAIT-STATUS
                       ")"
                   MOVE "WAITING" TO WS-SS-STATUS (WS-STEP-NO)
                   PERFORM 800-REWRITE-JOB-STATUS
                   MOVE WS-STEP-NO TO WS-FAILED-STEP
                   MOVE "Y" TO WS-CHAIN-WAITING
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "STEP " JP-STEP-NO (WS-STEP-NO) ": "
               JP-STEP-NAME (WS-STEP-NO).
           MOVE FUNCTION CURRENT-DATE
               TO WS-SS-START (WS-STEP-NO).
           MOVE SPACES TO WS-SS-END (WS-STEP-NO).
           PERFORM 800-REWRITE-JOB-STATUS.

           MOVE ZERO TO RETURN-CODE.
           CALL JP-PROGRAM (WS-STEP-NO)
               ON EXCEPTION
                   DISPLAY "PROGRAM " JP-PROGRAM (WS-STEP-NO)
                       " COULD NOT BE LOADED"
                   MOVE 16 TO RETURN-CODE
           END-CALL.

           MOVE FUNCTION CURRENT-DATE TO WS-SS-END (WS-STEP-NO).
           MOVE RETURN-CODE TO WS-SS-RC (WS-STEP-NO).
           IF RETURN-CODE NOT > JP-MAX-OK-RC (WS-STEP-NO)
               MOVE "OK" TO WS-SS-STATUS (WS-STEP-NO)
           ELSE
               MOVE "FAILED" TO WS-SS-STATUS (WS-STEP-NO)
      *> "crashed before logging".
       220-LOG-SKIPPED-STEP.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE JP-STEP-NAME (WS-STEP-NO) (1:20) TO RL-PROGRAM.
           MOVE WS-SS-START (WS-STEP-NO) TO RL-START-STAMP.
           MOVE ZERO TO RL-READ-COUNT.
           MOVE ZERO TO RL-WRITTEN-COUNT.
           MOVE "SKIPPED" TO RL-STATUS.
           PERFORM WRITE-RUN-LOG-RECORD.

      *> Tonight is the date this chain's first step started; the
      *> other chain's night is the date its first row started.
       230-CHECK-WAIT-OVER.
           MOVE "N" TO WS-WAIT-OVER.
           MOVE "NOT RUN" TO WS-WAIT-STATUS.
           MOVE WS-SS-START (1) (1:8) TO WS-NIGHT-DATE.
           IF WS-NIGHT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NIGHT-DATE
           END-IF.
           MOVE SPACES TO WS-OTHER-NIGHT.
           OPEN INPUT OTHER-CHAIN-STATUS-FILE.
           IF OTHER-CHAIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-OJ-EOF.
           PERFORM 235-CHECK-ONE-OTHER-ROW UNTIL WS-OJ-EOF = "Y".
           CLOSE OTHER-CHAIN-STATUS-FILE.
           IF WS-OTHER-NIGHT NOT = WS-NIGHT-DATE
               MOVE "N" TO WS-WAIT-OVER
               MOVE "NOT RUN" TO WS-WAIT-STATUS
           END-IF.

       235-CHECK-ONE-OTHER-ROW.
           READ OTHER-CHAIN-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-OJ-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF WS-OTHER-NIGHT = SPACES
               MOVE OJ-START-STAMP(1:8) TO WS-OTHER-NIGHT
           END-IF.
           IF OJ-STEP-NO = JP-AFTER-STEP (WS-STEP-NO)
               MOVE OJ-STATUS TO WS-WAIT-STATUS
               IF OJ-STATUS = "OK" OR OJ-STATUS = "SKIPPED"
                   MOVE "Y" TO WS-WAIT-OVER
               END-IF
           END-IF.

       800-REWRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
                   JOB-STATUS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-JP-STEP-COUNT
               MOVE SPACES TO JOB-STATUS-RECORD
               MOVE JP-STEP-NO (ST-IDX) TO JS-STEP-NO
               MOVE JP-STEP-NAME (ST-IDX) TO JS-STEP-NAME
               MOVE WS-SS-START (ST-IDX) TO JS-START-STAMP
               MOVE WS-SS-END (ST-IDX) TO JS-END-STAMP
               MOVE WS-SS-RC (ST-IDX) TO JS-RETURN-CODE
           END-PERFORM.
           CLOSE JOB-STATUS-FILE.

           COPY "JOB-PLAN-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM BATCH-DRIVER.
