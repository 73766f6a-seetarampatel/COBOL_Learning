      *          dimension: add or rename a department on DEPT.DAT,
      *          and stamp IM-DEPARTMENT onto an item so the
      *          department-level reports can roll the item up under
      *          "Beverages" instead of leaving it UNASSIGNED. Also
      *          keys each department's monthly purchasing budget on
      *          PURBUDGET.DAT, which PURCHASE-ORDER-APPROVE and
      *          OPEN-TO-BUY-REPORT measure open-to-buy against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT PURCHASE-BUDGET-FILE
               ASSIGN TO "PURBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCHASE-BUDGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE.
       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  PURCHASE-BUDGET-FILE.
           COPY "PURCHASE-BUDGET.CPY".

       WORKING-STORAGE SECTION.
       01  DEPARTMENT-FILE-STATUS PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  PURCHASE-BUDGET-STATUS PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-LOOKUP-DEPT         PIC X(2).
       01  DT-IDX                 PIC 9(2).
       01  WS-FOUND-IDX           PIC 9(2).

      *> Budgets go the same way - a row per department per month,
      *> loaded whole and rewritten whole.
       01  WS-BUDGET-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-BUDGET-TABLE.
           05 BUDGET-TABLE-ENTRY OCCURS 600 TIMES.
               10 BT-DEPT         PIC X(2).
               10 BT-MONTH        PIC X(6).
               10 BT-AMOUNT       PIC 9(9)V9(2).
       01  BT-IDX                 PIC 9(3).
       01  WS-BUDGET-IDX          PIC 9(3).
       01  WS-BUDGET-EOF          PIC X(1).
       01  WS-BUDGET-MONTH        PIC X(6).
       01  WS-BUDGET-MONTH-NUM REDEFINES WS-BUDGET-MONTH.
           05 WS-BUDGET-YEAR      PIC 9(4).
           05 WS-BUDGET-MM        PIC 9(2).
       01  WS-BUDGET-ED           PIC Z(8)9.99.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
           DISPLAY "DEPARTMENT MAINTENANCE".

           PERFORM 100-LOAD-DEPT-TABLE.
           PERFORM 120-LOAD-BUDGET-TABLE.

           OPEN I-O ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
           PERFORM 200-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           PERFORM 500-SAVE-DEPT-TABLE.
           PERFORM 510-SAVE-BUDGET-TABLE.
           CLOSE ITEM-MASTER.

       900-END-PROGRAM.
               AT END MOVE "Y" TO WS-DEPT-EOF
           END-READ.

       120-LOAD-BUDGET-TABLE.
           MOVE ZERO TO WS-BUDGET-COUNT.
           MOVE "N" TO WS-BUDGET-EOF.
           OPEN INPUT PURCHASE-BUDGET-FILE.
           IF PURCHASE-BUDGET-STATUS = "00"
               READ PURCHASE-BUDGET-FILE
                   AT END MOVE "Y" TO WS-BUDGET-EOF
               END-READ
               PERFORM 130-LOAD-ONE-BUDGET
                   UNTIL WS-BUDGET-EOF = "Y"
               CLOSE PURCHASE-BUDGET-FILE
           END-IF.

       130-LOAD-ONE-BUDGET.
           MOVE WS-BUDGET-COUNT TO WS-TB-COUNT.
           MOVE 600 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-BUDGET-COUNT
               MOVE PB-DEPT-CODE TO BT-DEPT (WS-BUDGET-COUNT)
               MOVE PB-MONTH TO BT-MONTH (WS-BUDGET-COUNT)
               MOVE PB-BUDGET TO BT-AMOUNT (WS-BUDGET-COUNT)
           ELSE
               DISPLAY "BUDGET TABLE FULL - BUDGET " PB-DEPT-CODE
                   " " PB-MONTH " DROPPED"
           END-IF.
           READ PURCHASE-BUDGET-FILE
               AT END MOVE "Y" TO WS-BUDGET-EOF
           END-READ.

       200-ONE-TRANSACTION.
           DISPLAY "ACTION (D=ADD/RENAME DEPARTMENT, I=STAMP ITEM, "
               "L=LIST DEPARTMENTS, B=MONTHLY BUDGET)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "D"
                   PERFORM 400-STAMP-ITEM-DEPARTMENT
               WHEN "L"
                   PERFORM 250-LIST-DEPARTMENTS
               WHEN "B"
                   PERFORM 450-SET-MONTHLY-BUDGET
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.
                   DT-NAME (WS-FOUND-IDX)
           END-IF.

      *> One budget per department per month; keying a month again
      *> replaces it. Zero is a real budget - nothing may be bought.
       450-SET-MONTHLY-BUDGET.
           DISPLAY "ENTER DEPARTMENT CODE".
           ACCEPT WS-LOOKUP-DEPT.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DEPT-COUNT
               IF DT-CODE (DT-IDX) = WS-LOOKUP-DEPT
                   MOVE DT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               DISPLAY "DEPARTMENT NOT ON DEPT.DAT: " WS-LOOKUP-DEPT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ENTER BUDGET MONTH (YYYYMM)".
           ACCEPT WS-BUDGET-MONTH.
           IF WS-BUDGET-MONTH NOT NUMERIC
               OR WS-BUDGET-MM < 1 OR WS-BUDGET-MM > 12
               DISPLAY "NOT A VALID MONTH: " WS-BUDGET-MONTH
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-BUDGET-IDX.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BUDGET-COUNT
               IF BT-DEPT (BT-IDX) = WS-LOOKUP-DEPT
                   AND BT-MONTH (BT-IDX) = WS-BUDGET-MONTH
                   MOVE BT-IDX TO WS-BUDGET-IDX
               END-IF
           END-PERFORM.

           IF WS-BUDGET-IDX = ZERO
               MOVE WS-BUDGET-COUNT TO WS-TB-COUNT
               MOVE 600 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "N"
                   DISPLAY "BUDGET TABLE FULL - BUDGET NOT ADDED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BUDGET-COUNT
               MOVE WS-BUDGET-COUNT TO WS-BUDGET-IDX
               MOVE WS-LOOKUP-DEPT TO BT-DEPT (WS-BUDGET-IDX)
               MOVE WS-BUDGET-MONTH TO BT-MONTH (WS-BUDGET-IDX)
               MOVE ZERO TO BT-AMOUNT (WS-BUDGET-IDX)
           ELSE
               MOVE BT-AMOUNT (WS-BUDGET-IDX) TO WS-BUDGET-ED
               DISPLAY "BUDGET ON FILE: " WS-BUDGET-ED
           END-IF.

           DISPLAY "PURCHASING BUDGET FOR " DT-NAME (WS-FOUND-IDX)
               " IN " WS-BUDGET-MONTH.
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE BT-AMOUNT (WS-BUDGET-IDX) =
               FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE BT-AMOUNT (WS-BUDGET-IDX) TO WS-BUDGET-ED.
           DISPLAY "DEPARTMENT " WS-LOOKUP-DEPT " " WS-BUDGET-MONTH
               " BUDGET NOW " WS-BUDGET-ED.

       500-SAVE-DEPT-TABLE.
           OPEN OUTPUT DEPARTMENT-FILE.
           PERFORM VARYING DT-IDX FROM 1 BY 1
           END-PERFORM.
           CLOSE DEPARTMENT-FILE.

       510-SAVE-BUDGET-TABLE.
           OPEN OUTPUT PURCHASE-BUDGET-FILE.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BUDGET-COUNT
               MOVE BT-DEPT (BT-IDX) TO PB-DEPT-CODE
               MOVE BT-MONTH (BT-IDX) TO PB-MONTH
               MOVE BT-AMOUNT (BT-IDX) TO PB-BUDGET
               WRITE PURCHASE-BUDGET-RECORD
           END-PERFORM.
           CLOSE PURCHASE-BUDGET-FILE.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM DEPARTMENT-MAINTENANCE.
