      *****************************************************************
      * LOAD-JOB-PLAN / CHECK-JOB-STEP-SCHEDULED / SHOW-JOB-PLAN -
      * one chain's night off JOBDEF.DAT and RUNCAL.DAT, same COPY-
      * into-PROCEDURE-DIVISION convention as AUDIT-LOG-LOGIC.CPY.
      * See JOB-PLAN-FIELDS.CPY for the calling convention. A chain
      * with no JOBDEF.DAT rows comes back with WS-JP-STEP-COUNT zero
      * and the caller decides what that means. A step with no
      * RUNCAL.DAT row runs nightly, the way it always did.
      *****************************************************************
       LOAD-JOB-PLAN.
           MOVE ZERO TO WS-JP-STEP-COUNT.
           PERFORM SET-JOB-PLAN-NIGHT.
           OPEN INPUT JOB-DEFINITION-FILE.
           IF JOB-DEFINITION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-JP-EOF.
           PERFORM LOAD-ONE-JOB-DEFINITION UNTIL WS-JP-EOF = "Y".
           CLOSE JOB-DEFINITION-FILE.

           MOVE "N" TO WS-JP-SORTED.
           PERFORM SORT-JOB-PLAN-PASS UNTIL WS-JP-SORTED = "Y".

           OPEN INPUT RUN-CALENDAR-FILE.
           IF RUN-CALENDAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-JP-EOF.
           PERFORM APPLY-ONE-CALENDAR-ROW UNTIL WS-JP-EOF = "Y".
           CLOSE RUN-CALENDAR-FILE.

       LOAD-ONE-JOB-DEFINITION.
           READ JOB-DEFINITION-FILE
               AT END
                   MOVE "Y" TO WS-JP-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF JD-CHAIN NOT = WS-JP-CHAIN
               OR JD-STEP-NO IS NOT NUMERIC
               OR JD-STEP-NO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE JD-STEP-NO TO WS-JP-FIND-STEP.
           PERFORM FIND-JOB-PLAN-STEP.
           IF WS-JP-FOUND NOT = ZERO
               DISPLAY "JOBDEF.DAT HAS CHAIN " JD-CHAIN " STEP "
                   JD-STEP-NO " TWICE - THE LATER ROW IS IGNORED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JP-STEP-COUNT TO WS-TB-COUNT.
           MOVE 20 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JP-STEP-COUNT.
           MOVE WS-JP-STEP-COUNT TO JP-IDX.
           MOVE JD-STEP-NO TO JP-STEP-NO (JP-IDX).
           MOVE JD-PROGRAM TO JP-PROGRAM (JP-IDX).
           MOVE JD-STEP-NAME TO JP-STEP-NAME (JP-IDX).
           IF JD-STEP-NAME = SPACES
               MOVE JD-PROGRAM TO JP-STEP-NAME (JP-IDX)
           END-IF.
           MOVE ZERO TO JP-MAX-OK-RC (JP-IDX).
           IF JD-MAX-OK-RC IS NUMERIC
               MOVE JD-MAX-OK-RC TO JP-MAX-OK-RC (JP-IDX)
           END-IF.
           MOVE SPACES TO JP-AFTER-CHAIN (JP-IDX).
           MOVE ZERO TO JP-AFTER-STEP (JP-IDX).
           IF JD-AFTER-CHAIN NOT = SPACES
               AND JD-AFTER-STEP IS NUMERIC
               AND JD-AFTER-STEP NOT = ZERO
               MOVE JD-AFTER-CHAIN TO JP-AFTER-CHAIN (JP-IDX)
               MOVE JD-AFTER-STEP TO JP-AFTER-STEP (JP-IDX)
           END-IF.
           MOVE "D" TO JP-FREQ (JP-IDX).
           MOVE ZERO TO JP-DAY (JP-IDX).

      *> WS-JP-FOUND = the entry holding step WS-JP-FIND-STEP, or
      *> zero.
       FIND-JOB-PLAN-STEP.
           MOVE ZERO TO WS-JP-FOUND.
           PERFORM VARYING JP-IDX FROM 1 BY 1
                   UNTIL JP-IDX > WS-JP-STEP-COUNT
               IF JP-STEP-NO (JP-IDX) = WS-JP-FIND-STEP
                   MOVE JP-IDX TO WS-JP-FOUND
               END-IF
           END-PERFORM.

      *> Same small-table bubble sort the reports use, step order.
       SORT-JOB-PLAN-PASS.
           MOVE "Y" TO WS-JP-SORTED.
           PERFORM VARYING JP-IDX FROM 1 BY 1
                   UNTIL JP-IDX > WS-JP-STEP-COUNT - 1
               IF JP-STEP-NO (JP-IDX) > JP-STEP-NO (JP-IDX + 1)
                   MOVE JP-ENTRY (JP-IDX) TO WS-JP-SWAP
                   MOVE JP-ENTRY (JP-IDX + 1) TO JP-ENTRY (JP-IDX)
                   MOVE WS-JP-SWAP TO JP-ENTRY (JP-IDX + 1)
                   MOVE "N" TO WS-JP-SORTED
               END-IF
           END-PERFORM.

       APPLY-ONE-CALENDAR-ROW.
           READ RUN-CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-JP-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF CAL-DRIVER NOT = WS-JP-CHAIN
               EXIT PARAGRAPH
           END-IF.
           MOVE CAL-STEP-NO TO WS-JP-FIND-STEP.
           PERFORM FIND-JOB-PLAN-STEP.
           IF WS-JP-FOUND NOT = ZERO
               MOVE CAL-FREQUENCY TO JP-FREQ (WS-JP-FOUND)
               MOVE CAL-DAY-OF-WEEK TO JP-DAY (WS-JP-FOUND)
           END-IF.

       SET-JOB-PLAN-NIGHT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JP-TODAY-NUM.
           COMPUTE WS-JP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-JP-TODAY-NUM).
           COMPUTE WS-JP-DOW-WORK =
               FUNCTION MOD(WS-JP-TODAY-INT - 1, 7).
           COMPUTE WS-JP-DAY-OF-WEEK = WS-JP-DOW-WORK + 1.
           COMPUTE WS-JP-TOMORROW-NUM =
               FUNCTION DATE-OF-INTEGER(WS-JP-TODAY-INT + 1).
           IF WS-JP-TOMORROW-NUM(5:2) NOT = WS-JP-TODAY-NUM(5:2)
               MOVE "Y" TO WS-JP-MONTH-END
           ELSE
               MOVE "N" TO WS-JP-MONTH-END
           END-IF.

       CHECK-JOB-STEP-SCHEDULED.
           EVALUATE JP-FREQ (JP-IDX)
               WHEN "W"
                   IF JP-DAY (JP-IDX) = WS-JP-DAY-OF-WEEK
                       MOVE "Y" TO WS-JP-SCHEDULED
                   ELSE
                       MOVE "N" TO WS-JP-SCHEDULED
                   END-IF
               WHEN "E"
                   MOVE WS-JP-MONTH-END TO WS-JP-SCHEDULED
               WHEN OTHER
                   MOVE "Y" TO WS-JP-SCHEDULED
           END-EVALUATE.

      *> One line per step: what runs, when, what counts as success
      *> and what it waits for in the other chain.
       SHOW-JOB-PLAN.
           PERFORM VARYING JP-IDX FROM 1 BY 1
                   UNTIL JP-IDX > WS-JP-STEP-COUNT
               PERFORM CHECK-JOB-STEP-SCHEDULED
               EVALUATE JP-FREQ (JP-IDX)
                   WHEN "W"
                       MOVE "WEEKLY, DAY" TO WS-JP-WHEN
                       MOVE JP-DAY (JP-IDX) TO WS-JP-WHEN(13:1)
                   WHEN "E"
                       MOVE "MONTH-END" TO WS-JP-WHEN
                   WHEN OTHER
                       MOVE "NIGHTLY" TO WS-JP-WHEN
               END-EVALUATE
               IF WS-JP-SCHEDULED = "Y"
                   MOVE "- RUNS" TO WS-JP-WHEN(15:14)
               ELSE
                   MOVE "- NOT TONIGHT" TO WS-JP-WHEN(15:14)
               END-IF
               MOVE SPACES TO WS-JP-AFTER
               IF JP-AFTER-CHAIN (JP-IDX) NOT = SPACES
                   STRING "AFTER " JP-AFTER-CHAIN (JP-IDX)
                       " STEP " JP-AFTER-STEP (JP-IDX)
                       DELIMITED BY SIZE INTO WS-JP-AFTER
               END-IF
               DISPLAY "  " WS-JP-CHAIN " " JP-STEP-NO (JP-IDX) " "
                   JP-STEP-NAME (JP-IDX) " " WS-JP-WHEN
                   " OK RC<=" JP-MAX-OK-RC (JP-IDX) " " WS-JP-AFTER
           END-PERFORM.
