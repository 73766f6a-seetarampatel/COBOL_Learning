      * ANDs every criterion against WS-ELIG-CANDIDATE, stopping as
      * soon as one fails, so a new eligibility rule is a new criteria
      * table instead of a new hand-coded EVALUATE/IF block.
      *
      * SCORE-ELIGIBILITY walks the same table without stopping: each
      * criterion's outcome goes to WS-EC-PASSED, the points of those
      * met to WS-ELIG-SCORE, and the points on offer to
      * WS-ELIG-MAX-SCORE.
      *****************************************************************
       CHECK-ELIGIBILITY.
           MOVE "Y" TO WS-ELIG-RESULT.
               PERFORM 010-CHECK-ONE-CRITERION
           END-PERFORM.

       SCORE-ELIGIBILITY.
           MOVE ZERO TO WS-ELIG-SCORE.
           MOVE ZERO TO WS-ELIG-MAX-SCORE.
           PERFORM VARYING EC-IDX FROM 1 BY 1
                   UNTIL EC-IDX > WS-ELIG-CRITERIA-COUNT
               MOVE "Y" TO WS-ELIG-RESULT
               PERFORM 010-CHECK-ONE-CRITERION
               MOVE WS-ELIG-RESULT TO WS-EC-PASSED(EC-IDX)
               ADD WS-EC-POINTS(EC-IDX) TO WS-ELIG-MAX-SCORE
               IF IS-ELIGIBLE
                   ADD WS-EC-POINTS(EC-IDX) TO WS-ELIG-SCORE
               END-IF
           END-PERFORM.

       010-CHECK-ONE-CRITERION.
           EVALUATE WS-EC-ATTRIBUTE(EC-IDX)
               WHEN 1
               WHEN 3 MOVE WS-ELIG-AGE TO WS-EC-CANDIDATE-NUM
               WHEN 4 MOVE WS-ELIG-MARKS TO WS-EC-CANDIDATE-NUM
               WHEN 5 MOVE WS-ELIG-ATTEND-PCT TO WS-EC-CANDIDATE-NUM
               WHEN 6 MOVE WS-ELIG-INCOME TO WS-EC-CANDIDATE-NUM
               WHEN 7 MOVE WS-ELIG-CUST-MONTHS TO WS-EC-CANDIDATE-NUM
               WHEN 8 MOVE WS-ELIG-SPEND-12M TO WS-EC-CANDIDATE-NUM
               WHEN 9 MOVE WS-ELIG-VISITS-12M TO WS-EC-CANDIDATE-NUM
               WHEN 10
                   MOVE WS-ELIG-LOANS-REPAID TO WS-EC-CANDIDATE-NUM
               WHEN 11
                   MOVE WS-ELIG-LOANS-WRITTEN TO WS-EC-CANDIDATE-NUM
               WHEN 12
                   MOVE WS-ELIG-WORST-STAGE TO WS-EC-CANDIDATE-NUM
               WHEN 13 MOVE WS-ELIG-LAY-DONE TO WS-EC-CANDIDATE-NUM
               WHEN 14
                   MOVE WS-ELIG-LAY-CANCELLED TO WS-EC-CANDIDATE-NUM
               WHEN 15 MOVE WS-ELIG-OWED-NOW TO WS-EC-CANDIDATE-NUM
               WHEN 16
                   MOVE WS-ELIG-MARKS-DROP TO WS-EC-CANDIDATE-NUM
               WHEN 17
                   MOVE WS-ELIG-FAILED-SITS TO WS-EC-CANDIDATE-NUM
               WHEN 18 MOVE WS-ELIG-FEES-OWED TO WS-EC-CANDIDATE-NUM
           END-EVALUATE.

           EVALUATE WS-EC-OPERATOR(EC-IDX)
