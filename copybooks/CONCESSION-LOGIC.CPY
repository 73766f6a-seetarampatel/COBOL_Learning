      *****************************************************************
      * LOAD-TERM-CONCESSIONS / START-STUDENT-CONCESSIONS /
      * APPLY-CONCESSIONS - shared fee-concession crediting, same
      * COPY-into-PROCEDURE-DIVISION convention as AUDIT-LOG-LOGIC.CPY.
      * See CONCESSION-FIELDS.CPY for the calling convention.
      * A concession covers the term when the term starts no earlier
      * than CN-FROM-TERM and no later than CN-TO-TERM on TERMCAL.DAT;
      * a term missing from the calendar only matches a concession
      * that names it outright. A percentage is taken off each charge
      * it covers, rounded to the cent; an amount is spent against
      * the charges in order until it is gone.
      *****************************************************************
       LOAD-TERM-CONCESSIONS.
           MOVE ZERO TO WS-CN-COUNT.
           MOVE ZERO TO WS-CN-FAMILY-COUNT.
           MOVE ZERO TO WS-CN-ROWS.
           MOVE ZERO TO WS-CN-TOTAL.
           MOVE SPACES TO WS-CN-TERM-START.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               MOVE WS-CN-TERM TO TL-TERM-CODE
               READ TERM-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TL-START-DATE TO WS-CN-TERM-START
               END-READ
           END-IF.
           OPEN INPUT CONCESSION-FILE.
           IF CONCESSION-STATUS = "00"
               MOVE "N" TO WS-CN-EOF
               PERFORM LOAD-ONE-CONCESSION UNTIL WS-CN-EOF = "Y"
               CLOSE CONCESSION-FILE
           END-IF.
           IF TERM-CALENDAR-STATUS = "00"
               CLOSE TERM-CALENDAR-FILE
           END-IF.

           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-CN-EOF.
           PERFORM LOAD-ONE-FAMILY-MEMBER UNTIL WS-CN-EOF = "Y".

       LOAD-ONE-CONCESSION.
           READ CONCESSION-FILE
               AT END
                   MOVE "Y" TO WS-CN-EOF
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CHECK-CONCESSION-COVERS.
           IF WS-CN-COVERS NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CN-COUNT TO WS-TB-COUNT.
           MOVE 300 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               DISPLAY "CONCESSION TABLE FULL - " CN-STUDENT-ID " "
                   CN-TYPE " NOT CREDITED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CN-COUNT.
           MOVE CN-STUDENT-ID TO CT-STUDENT-ID (WS-CN-COUNT).
           MOVE CN-TYPE TO CT-TYPE (WS-CN-COUNT).
           MOVE CN-SIBLING-ORDER TO CT-ORDER (WS-CN-COUNT).
           MOVE CN-CHARGE-DESC TO CT-CHARGE-DESC (WS-CN-COUNT).
           MOVE CN-BASIS TO CT-BASIS (WS-CN-COUNT).
           MOVE CN-VALUE TO CT-VALUE (WS-CN-COUNT).
           MOVE CN-VALUE TO CT-LEFT (WS-CN-COUNT).

       CHECK-CONCESSION-COVERS.
           MOVE "N" TO WS-CN-COVERS.
           IF CN-FROM-TERM = WS-CN-TERM OR CN-TO-TERM = WS-CN-TERM
               MOVE "Y" TO WS-CN-COVERS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CN-TERM-START = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CN-FROM-START.
           MOVE SPACES TO WS-CN-TO-START.
           MOVE CN-FROM-TERM TO TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE TL-START-DATE TO WS-CN-FROM-START
           END-READ.
           IF WS-CN-FROM-START > WS-CN-TERM-START
               EXIT PARAGRAPH
           END-IF.
           IF CN-TO-TERM NOT = SPACES
               MOVE CN-TO-TERM TO TL-TERM-CODE
               READ TERM-CALENDAR-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE TL-START-DATE TO WS-CN-TO-START
               END-READ
               IF WS-CN-TO-START < WS-CN-TERM-START
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO WS-CN-COVERS.

       LOAD-ONE-FAMILY-MEMBER.
           READ STUDENT-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-CN-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF SM-STATUS NOT = SPACES AND SM-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE SM-STUDENT-ID TO GD-STUDENT-ID.
           READ GUARDIAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF GD-PHONE = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CN-FAMILY-COUNT TO WS-TB-COUNT.
           MOVE 3000 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-CN-FAMILY-COUNT
               MOVE SM-STUDENT-ID TO CF-STUDENT-ID (WS-CN-FAMILY-COUNT)
               MOVE GD-PHONE TO CF-PHONE (WS-CN-FAMILY-COUNT)
           END-IF.

      *> The child's place is one more than the active brothers and
      *> sisters enrolled before them (lower student ids); a child
      *> with no guardian phone on file is always the first.
       START-STUDENT-CONCESSIONS.
           MOVE 1 TO WS-CN-SIBLING-ORDER.
           MOVE ZERO TO WS-CN-MY-PHONE.
           MOVE ZERO TO WS-CN-SIBLING-RULE.
           PERFORM VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > WS-CN-FAMILY-COUNT
               IF CF-STUDENT-ID (CF-IDX) = WS-CN-STUDENT
                   MOVE CF-PHONE (CF-IDX) TO WS-CN-MY-PHONE
               END-IF
           END-PERFORM.
           IF WS-CN-MY-PHONE NOT = ZERO
               PERFORM VARYING CF-IDX FROM 1 BY 1
                       UNTIL CF-IDX > WS-CN-FAMILY-COUNT
                   IF CF-PHONE (CF-IDX) = WS-CN-MY-PHONE
                       AND CF-STUDENT-ID (CF-IDX) < WS-CN-STUDENT
                       ADD 1 TO WS-CN-SIBLING-ORDER
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CN-COUNT
               MOVE CT-VALUE (CT-IDX) TO CT-LEFT (CT-IDX)
               IF CT-TYPE (CT-IDX) = "B"
                   AND CT-ORDER (CT-IDX) NOT > WS-CN-SIBLING-ORDER
                   AND CT-ORDER (CT-IDX) > 1
                   IF WS-CN-SIBLING-RULE = ZERO
                       MOVE CT-IDX TO WS-CN-SIBLING-RULE
                   ELSE
                       IF CT-ORDER (CT-IDX) >
                           CT-ORDER (WS-CN-SIBLING-RULE)
                           MOVE CT-IDX TO WS-CN-SIBLING-RULE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-CONCESSIONS.
           IF FL-TYPE NOT = "C"
               EXIT PARAGRAPH
           END-IF.
           MOVE FL-AMOUNT TO WS-CN-CHARGE-AMOUNT.
           MOVE FL-DESCRIPTION TO WS-CN-CHARGE-DESC.
           MOVE ZERO TO WS-CN-GIVEN.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CN-COUNT
               IF (CT-STUDENT-ID (CT-IDX) = WS-CN-STUDENT
                       AND CT-TYPE (CT-IDX) NOT = "B")
                   OR CT-IDX = WS-CN-SIBLING-RULE
                   IF CT-CHARGE-DESC (CT-IDX) = SPACES
                       OR CT-CHARGE-DESC (CT-IDX) = WS-CN-CHARGE-DESC
                       PERFORM APPLY-ONE-CONCESSION
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-ONE-CONCESSION.
           IF CT-BASIS (CT-IDX) = "A"
               MOVE CT-LEFT (CT-IDX) TO WS-CN-THIS
           ELSE
               COMPUTE WS-CN-THIS ROUNDED =
                   WS-CN-CHARGE-AMOUNT * CT-VALUE (CT-IDX) / 100
           END-IF.
           IF WS-CN-THIS > WS-CN-CHARGE-AMOUNT - WS-CN-GIVEN
               COMPUTE WS-CN-THIS = WS-CN-CHARGE-AMOUNT - WS-CN-GIVEN
           END-IF.
           IF WS-CN-THIS = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF CT-BASIS (CT-IDX) = "A"
               SUBTRACT WS-CN-THIS FROM CT-LEFT (CT-IDX)
           END-IF.
           ADD WS-CN-THIS TO WS-CN-GIVEN.
           MOVE "D" TO FL-TYPE.
           MOVE WS-CN-THIS TO FL-AMOUNT.
           MOVE CT-TYPE (CT-IDX) TO FL-CONCESSION-TYPE.
           MOVE SPACES TO FL-GL-DATE.
           WRITE FEE-LEDGER-RECORD.
           ADD 1 TO WS-CN-ROWS.
           ADD WS-CN-THIS TO WS-CN-TOTAL.
