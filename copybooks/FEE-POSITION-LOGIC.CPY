      *****************************************************************
      * LOAD-FEE-POSITION - shared fee-position working, same
      * COPY-into-PROCEDURE-DIVISION convention as AUDIT-LOG-LOGIC.CPY.
      * See FEE-POSITION-FIELDS.CPY for the calling convention; the
      * caller also COPYs TABLE-BOUNDS-FIELDS/-LOGIC.
      * Payments carry no term, so payments, refunds and concessions
      * together are set against the terms' charges oldest first.
      * An unplanned term's charges are due as soon as they are
      * raised; a planned term owes only the instalments whose due
      * date has come, and anything charged on it beyond the plan
      * (a late fee, a later charge) is due at once.
      *****************************************************************
       LOAD-FEE-POSITION.
           MOVE ZERO TO WS-IP-TERM-COUNT.
           MOVE ZERO TO WS-IP-INST-COUNT.
           MOVE ZERO TO WS-IP-BALANCE.
           MOVE ZERO TO WS-IP-ARREARS.
           MOVE ZERO TO WS-IP-CREDITS.
           MOVE WS-IP-AS-OF TO WS-IP-DATE-NUM.
           COMPUTE WS-IP-AS-OF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-IP-DATE-NUM).
           OPEN INPUT FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IP-EOF.
           PERFORM FOLD-ONE-FEE-ROW UNTIL WS-IP-EOF = "Y".
           CLOSE FEE-LEDGER-FILE.

           MOVE "N" TO WS-IP-SORTED.
           PERFORM SORT-FEE-TERMS-PASS UNTIL WS-IP-SORTED = "Y".

           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-IP-TERM-COUNT
               IF WS-IP-CREDITS NOT < PT-CHARGED (PT-IDX)
                   MOVE ZERO TO PT-UNPAID (PT-IDX)
                   SUBTRACT PT-CHARGED (PT-IDX) FROM WS-IP-CREDITS
               ELSE
                   COMPUTE PT-UNPAID (PT-IDX) =
                       PT-CHARGED (PT-IDX) - WS-IP-CREDITS
                   MOVE ZERO TO WS-IP-CREDITS
               END-IF
               PERFORM PLACE-TERM-PLAN
               ADD PT-DUE-NOW (PT-IDX) TO WS-IP-ARREARS
           END-PERFORM.

       FOLD-ONE-FEE-ROW.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-IP-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF FL-STUDENT-ID NOT = WS-IP-STUDENT
               EXIT PARAGRAPH
           END-IF.
           IF FL-TYPE NOT = "C"
               SUBTRACT FL-AMOUNT FROM WS-IP-BALANCE
               ADD FL-AMOUNT TO WS-IP-CREDITS
               EXIT PARAGRAPH
           END-IF.
           ADD FL-AMOUNT TO WS-IP-BALANCE.
           MOVE ZERO TO WS-IP-FOUND.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-IP-TERM-COUNT
               IF PT-TERM-CODE (PT-IDX) = FL-TERM-CODE
                   MOVE PT-IDX TO WS-IP-FOUND
               END-IF
           END-PERFORM.
           IF WS-IP-FOUND = ZERO
               MOVE WS-IP-TERM-COUNT TO WS-TB-COUNT
               MOVE 20 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   MOVE WS-IP-TERM-COUNT TO WS-IP-FOUND
               ELSE
                   ADD 1 TO WS-IP-TERM-COUNT
                   MOVE WS-IP-TERM-COUNT TO WS-IP-FOUND
                   MOVE FL-TERM-CODE TO PT-TERM-CODE (WS-IP-FOUND)
                   MOVE FL-DATE TO PT-FIRST-DATE (WS-IP-FOUND)
                   MOVE ZERO TO PT-CHARGED (WS-IP-FOUND)
                   MOVE ZERO TO PT-UNPAID (WS-IP-FOUND)
                   MOVE ZERO TO PT-DUE-NOW (WS-IP-FOUND)
                   MOVE "N" TO PT-PLANNED (WS-IP-FOUND)
                   MOVE SPACES TO PT-LATE-FLAGS (WS-IP-FOUND)
               END-IF
           END-IF.
           ADD FL-AMOUNT TO PT-CHARGED (WS-IP-FOUND).
           IF FL-DATE < PT-FIRST-DATE (WS-IP-FOUND)
               MOVE FL-DATE TO PT-FIRST-DATE (WS-IP-FOUND)
           END-IF.
           IF FL-DESCRIPTION = "LATE FEE"
               MOVE "Y" TO PT-LATE-FLAGS (WS-IP-FOUND)(7:1)
           END-IF.
           IF FL-DESCRIPTION(1:14) = "LATE FEE INST "
               AND FL-DESCRIPTION(15:1) >= "1"
               AND FL-DESCRIPTION(15:1) <= "6"
               MOVE FL-DESCRIPTION(15:1) TO WS-IP-LATE-NO
               MOVE "Y" TO PT-LATE-FLAGS (WS-IP-FOUND)(WS-IP-LATE-NO:1)
           END-IF.

      *> Same small-table bubble sort the reports use, oldest first.
       SORT-FEE-TERMS-PASS.
           MOVE "Y" TO WS-IP-SORTED.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-IP-TERM-COUNT - 1
               IF PT-FIRST-DATE (PT-IDX) > PT-FIRST-DATE (PT-IDX + 1)
                   MOVE PT-ENTRY (PT-IDX) TO WS-IP-SWAP
                   MOVE PT-ENTRY (PT-IDX + 1) TO PT-ENTRY (PT-IDX)
                   MOVE WS-IP-SWAP TO PT-ENTRY (PT-IDX + 1)
                   MOVE "N" TO WS-IP-SORTED
               END-IF
           END-PERFORM.

       PLACE-TERM-PLAN.
           MOVE "N" TO PT-PLANNED (PT-IDX).
           MOVE PT-UNPAID (PT-IDX) TO PT-DUE-NOW (PT-IDX).
           MOVE WS-IP-STUDENT TO IP-STUDENT-ID.
           MOVE PT-TERM-CODE (PT-IDX) TO IP-TERM-CODE.
           READ FEE-PLAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FEE-PLAN-STATUS NOT = "00" OR IP-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO PT-PLANNED (PT-IDX).
           COMPUTE WS-IP-PAID-TOWARD =
               PT-CHARGED (PT-IDX) - PT-UNPAID (PT-IDX).
           MOVE ZERO TO WS-IP-CUMULATIVE.
           MOVE ZERO TO WS-IP-FUTURE.
           PERFORM VARYING IP-IDX FROM 1 BY 1
                   UNTIL IP-IDX > IP-INST-COUNT
               PERFORM PLACE-ONE-INSTALMENT
           END-PERFORM.
           IF PT-UNPAID (PT-IDX) > WS-IP-FUTURE
               COMPUTE PT-DUE-NOW (PT-IDX) =
                   PT-UNPAID (PT-IDX) - WS-IP-FUTURE
           ELSE
               MOVE ZERO TO PT-DUE-NOW (PT-IDX)
           END-IF.

       PLACE-ONE-INSTALMENT.
           ADD IP-DUE-AMOUNT (IP-IDX) TO WS-IP-CUMULATIVE.
           MOVE ZERO TO WS-IP-UNCOVERED.
           IF WS-IP-CUMULATIVE > WS-IP-PAID-TOWARD
               COMPUTE WS-IP-UNCOVERED =
                   WS-IP-CUMULATIVE - WS-IP-PAID-TOWARD
               IF WS-IP-UNCOVERED > IP-DUE-AMOUNT (IP-IDX)
                   MOVE IP-DUE-AMOUNT (IP-IDX) TO WS-IP-UNCOVERED
               END-IF
           END-IF.
           MOVE WS-IP-INST-COUNT TO WS-TB-COUNT.
           MOVE 120 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-IP-INST-COUNT
               MOVE PT-TERM-CODE (PT-IDX)
                   TO PI-TERM-CODE (WS-IP-INST-COUNT)
               MOVE IP-IDX TO PI-NUMBER (WS-IP-INST-COUNT)
               MOVE IP-DUE-DATE (IP-IDX)
                   TO PI-DUE-DATE (WS-IP-INST-COUNT)
               MOVE IP-DUE-AMOUNT (IP-IDX)
                   TO PI-AMOUNT (WS-IP-INST-COUNT)
               MOVE "P" TO PI-STATE (WS-IP-INST-COUNT)
           END-IF.
           IF WS-IP-UNCOVERED = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF IP-DUE-DATE (IP-IDX) > WS-IP-AS-OF
               ADD WS-IP-UNCOVERED TO WS-IP-FUTURE
               IF WS-TB-OK = "Y"
                   MOVE "D" TO PI-STATE (WS-IP-INST-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE IP-DUE-DATE (IP-IDX) TO WS-IP-DATE-NUM.
           COMPUTE WS-IP-DUE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-IP-DATE-NUM) + WS-IP-GRACE.
           IF WS-TB-OK = "Y"
               IF WS-IP-DUE-DAYS < WS-IP-AS-OF-DAYS
                   MOVE "M" TO PI-STATE (WS-IP-INST-COUNT)
               ELSE
                   MOVE "O" TO PI-STATE (WS-IP-INST-COUNT)
               END-IF
           END-IF.
