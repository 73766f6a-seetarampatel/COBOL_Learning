      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open-to-buy by department for this month and the next
      *          two: the PURBUDGET.DAT budget, the value committed on
      *          approved orders still to arrive, the value already
      *          received and what is left to spend, valued and bucketed
      *          the same way PURCHASE-ORDER-APPROVE checks approvals
      *          (OTB-LOGIC.CPY). Every department on DEPT.DAT is
      *          listed, plus any order value that falls outside one
      *          (items with no department stamped). Same
      *          scan-and-DISPLAY shape as SUPPLIER-INVOICE-REPORT,
      *          run-logged the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-TO-BUY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPARTMENT-FILE-STATUS.

           SELECT PURCHASE-BUDGET-FILE
               ASSIGN TO "PURBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCHASE-BUDGET-STATUS.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO "PORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS PURCHASE-ORDER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT SUPPLIER-ITEM-FILE
               ASSIGN TO "SUPITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS SUPPLIER-ITEM-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE.
           COPY "DEPARTMENT-MASTER.CPY".

       FD  PURCHASE-BUDGET-FILE.
           COPY "PURCHASE-BUDGET.CPY".

       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  SUPPLIER-ITEM-FILE.
           COPY "SUPPLIER-ITEM.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  DEPARTMENT-FILE-STATUS PIC X(2).
       01  PURCHASE-BUDGET-STATUS PIC X(2).
       01  PURCHASE-ORDER-STATUS  PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SUPPLIER-ITEM-STATUS   PIC X(2).
       01  WS-DEPT-EOF            PIC X(1).

       01  WS-DEPT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 DEPT-TABLE-ENTRY OCCURS 30 TIMES.
               10 DT-CODE         PIC X(2).
               10 DT-NAME         PIC X(20).
       01  DT-IDX                 PIC 9(2).
       01  WS-FOUND-IDX           PIC 9(2).

      *> This month and the next two, as YYYYMM.
       01  WS-MONTH-TABLE.
           05 WS-REPORT-MONTH OCCURS 3 TIMES PIC X(6).
       01  WS-MONTH-IDX           PIC 9(1).
       01  WS-NEXT-MONTH          PIC 9(6).
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-YEAR        PIC 9(4).
           05 WS-NEXT-MM          PIC 9(2).

       01  WS-ROW-NAME            PIC X(15).
       01  WS-ROW-FLAG            PIC X(9).
       01  WS-ROW-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-OVER-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-BUDGET        PIC 9(9)V9(2).
       01  WS-TOTAL-COMMITTED     PIC 9(9)V9(2).
       01  WS-TOTAL-RECEIVED      PIC 9(9)V9(2).
       01  WS-TOTAL-REMAINING     PIC S9(9)V9(2).
       01  WS-BUDGET-ED           PIC Z(7)9.99.
       01  WS-COMMITTED-ED        PIC Z(7)9.99.
       01  WS-RECEIVED-ED         PIC Z(7)9.99.
       01  WS-REMAINING-ED        PIC -(7)9.99.

           COPY "OTB-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.

           MOVE "N" TO WS-DEPT-EOF.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS NOT = "00"
               DISPLAY "NO DEPT.DAT TO REPORT ON, STATUS "
                   DEPARTMENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           READ DEPARTMENT-FILE
               AT END MOVE "Y" TO WS-DEPT-EOF
           END-READ.
           PERFORM 100-LOAD-ONE-DEPT UNTIL WS-DEPT-EOF = "Y".
           CLOSE DEPARTMENT-FILE.

           PERFORM LOAD-OPEN-TO-BUY.
           PERFORM CLOSE-OPEN-TO-BUY.
           IF PURCHASE-BUDGET-STATUS NOT = "00"
               DISPLAY "NO PURBUDGET.DAT - NO DEPARTMENT HAS A BUDGET"
           END-IF.

           MOVE WS-OTB-THIS-MONTH TO WS-REPORT-MONTH (1).
           MOVE WS-OTB-THIS-MONTH TO WS-NEXT-MONTH.
           PERFORM VARYING WS-MONTH-IDX FROM 2 BY 1
                   UNTIL WS-MONTH-IDX > 3
               IF WS-NEXT-MM = 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-MM
               ELSE
                   ADD 1 TO WS-NEXT-MM
               END-IF
               MOVE WS-NEXT-MONTH TO WS-REPORT-MONTH (WS-MONTH-IDX)
           END-PERFORM.

           PERFORM 200-REPORT-ONE-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 3.

           DISPLAY "DEPARTMENT-MONTHS OVER BUDGET: " WS-OVER-COUNT.

           GO TO 900-END-PROGRAM.

       100-LOAD-ONE-DEPT.
           MOVE WS-DEPT-COUNT TO WS-TB-COUNT.
           MOVE 30 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-DEPT-COUNT
               MOVE DM-DEPT-CODE TO DT-CODE (WS-DEPT-COUNT)
               MOVE DM-DEPT-NAME TO DT-NAME (WS-DEPT-COUNT)
           END-IF.
           READ DEPARTMENT-FILE
               AT END MOVE "Y" TO WS-DEPT-EOF
           END-READ.

      *> Every department gets a row even with nothing budgeted or
      *> ordered; order value filed under a department missing from
      *> DEPT.DAT follows so the month's totals still add up.
       200-REPORT-ONE-MONTH.
           MOVE ZERO TO WS-TOTAL-BUDGET.
           MOVE ZERO TO WS-TOTAL-COMMITTED.
           MOVE ZERO TO WS-TOTAL-RECEIVED.
           MOVE ZERO TO WS-TOTAL-REMAINING.

           DISPLAY " ".
           DISPLAY "============ OPEN-TO-BUY FOR MONTH "
               WS-REPORT-MONTH (WS-MONTH-IDX) " ============".
           DISPLAY "DP NAME                 BUDGET   COMMITTED"
               "    RECEIVED   REMAINING".

           MOVE WS-REPORT-MONTH (WS-MONTH-IDX) TO WS-OTB-MONTH.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DEPT-COUNT
               MOVE DT-CODE (DT-IDX) TO WS-OTB-DEPT
               PERFORM FIND-OTB-CELL
               IF WS-OTB-FOUND NOT = ZERO
                   MOVE DT-NAME (DT-IDX) TO WS-ROW-NAME
                   PERFORM 210-PRINT-DEPT-ROW
               END-IF
           END-PERFORM.

           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OTB-COUNT
               IF OT-MONTH (OT-IDX) = WS-REPORT-MONTH (WS-MONTH-IDX)
                   PERFORM 220-CHECK-UNLISTED-DEPT
               END-IF
           END-PERFORM.

           DISPLAY "---------------------------------------------"
               "------------------------".
           MOVE WS-TOTAL-BUDGET TO WS-BUDGET-ED.
           MOVE WS-TOTAL-COMMITTED TO WS-COMMITTED-ED.
           MOVE WS-TOTAL-RECEIVED TO WS-RECEIVED-ED.
           MOVE WS-TOTAL-REMAINING TO WS-REMAINING-ED.
           DISPLAY "   MONTH TOTAL     " WS-BUDGET-ED " "
               WS-COMMITTED-ED " " WS-RECEIVED-ED " "
               WS-REMAINING-ED.

      *> Remaining is only meaningful against a budget; a department
      *> with none shows what it has spent and is marked instead.
       210-PRINT-DEPT-ROW.
           ADD 1 TO WS-ROW-COUNT.
           MOVE SPACES TO WS-ROW-FLAG.
           MOVE ZERO TO WS-OTB-REMAINING.
           IF OT-BUDGETED (WS-OTB-FOUND) = "Y"
               COMPUTE WS-OTB-REMAINING = OT-BUDGET (WS-OTB-FOUND)
                   - OT-COMMITTED (WS-OTB-FOUND)
                   - OT-RECEIVED (WS-OTB-FOUND)
               IF WS-OTB-REMAINING < ZERO
                   MOVE "OVER" TO WS-ROW-FLAG
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           ELSE
               MOVE "NO BUDGET" TO WS-ROW-FLAG
           END-IF.

           ADD OT-BUDGET (WS-OTB-FOUND) TO WS-TOTAL-BUDGET.
           ADD OT-COMMITTED (WS-OTB-FOUND) TO WS-TOTAL-COMMITTED.
           ADD OT-RECEIVED (WS-OTB-FOUND) TO WS-TOTAL-RECEIVED.
           ADD WS-OTB-REMAINING TO WS-TOTAL-REMAINING.

           MOVE OT-BUDGET (WS-OTB-FOUND) TO WS-BUDGET-ED.
           MOVE OT-COMMITTED (WS-OTB-FOUND) TO WS-COMMITTED-ED.
           MOVE OT-RECEIVED (WS-OTB-FOUND) TO WS-RECEIVED-ED.
           MOVE WS-OTB-REMAINING TO WS-REMAINING-ED.
           DISPLAY OT-DEPT (WS-OTB-FOUND) " " WS-ROW-NAME " "
               WS-BUDGET-ED " " WS-COMMITTED-ED " " WS-RECEIVED-ED
               " " WS-REMAINING-ED " " WS-ROW-FLAG.

       220-CHECK-UNLISTED-DEPT.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DEPT-COUNT
               IF DT-CODE (DT-IDX) = OT-DEPT (OT-IDX)
                   MOVE DT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE OT-IDX TO WS-OTB-FOUND
               IF OT-DEPT (OT-IDX) = SPACES
                   MOVE "UNASSIGNED" TO WS-ROW-NAME
               ELSE
                   MOVE "NOT ON DEPT.DAT" TO WS-ROW-NAME
               END-IF
               PERFORM 210-PRINT-DEPT-ROW
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "OPEN-TO-BUY-REPORT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-DEPT-COUNT TO RL-READ-COUNT.
           MOVE WS-ROW-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-OVER-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "OTB-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM OPEN-TO-BUY-REPORT.
