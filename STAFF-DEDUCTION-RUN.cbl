      ******************************************************************
      * Author:
      * Date:
      * Purpose: Staff who settle their staff purchases by payroll
      *          deduction have it taken out of wages, and the office
      *          used to add the slips up by hand. This reads the pay
      *          period's rows off STAFFPUR.DAT, nets voided baskets
      *          off through their negated reversal rows, prints a
      *          per-person statement (spend, staff discount, amount
      *          to deduct, allowance used this year), and writes the
      *          PAYSTAFF.DAT deduction extract the payroll service
      *          takes - same shape as COMMISSION-RUN's PAYCOMM.DAT.
      *          Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-DEDUCTION-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-PURCHASE-FILE
               ASSIGN TO "STAFFPUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAFF-PURCHASE-STATUS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

           SELECT STAFF-ALLOWANCE-FILE
               ASSIGN TO "STAFFALW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS STAFF-ALLOWANCE-STATUS.

           SELECT PAYROLL-EXTRACT
               ASSIGN TO "PAYSTAFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-EXTRACT-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-PURCHASE-FILE.
           COPY "STAFF-PURCHASE.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  STAFF-ALLOWANCE-FILE.
           COPY "STAFF-ALLOWANCE.CPY".

       FD  PAYROLL-EXTRACT.
       01  PAYROLL-EXTRACT-RECORD.
           05 PX-USER-ID          PIC X(8).
           05 PX-PERIOD-FROM      PIC X(8).
           05 PX-PERIOD-TO        PIC X(8).
           05 PX-STAFF-SPEND      PIC S9(9)V9(2).
           05 PX-DEDUCTION        PIC S9(7)V9(2).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STAFF-PURCHASE-STATUS  PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  STAFF-ALLOWANCE-STATUS PIC X(2).
       01  PAYROLL-EXTRACT-STATUS PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-FROM-DATE           PIC X(8).
       01  WS-TO-DATE             PIC X(8).
       01  WS-ROW-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-STAFF-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-DEDUCTION     PIC S9(9)V9(2) VALUE ZERO.

      *> Per person for the period - the usual find-or-add table.
       01  WS-PERSON-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-PERSON-TABLE-AREA.
           05 WS-PERSON-TABLE OCCURS 200 TIMES INDEXED BY PS-IDX.
               10 PS-USER-ID       PIC X(8).
               10 PS-BASKETS       PIC S9(5).
               10 PS-SPEND         PIC S9(9)V9(2).
               10 PS-DISCOUNT      PIC S9(7)V9(2).
               10 PS-DEDUCTION     PIC S9(7)V9(2).
       01  WS-FOUND-IDX           PIC 9(3).
       01  WS-STAFF-NAME          PIC X(25).
       01  WS-YEAR-USED           PIC S9(7)V9(2).
       01  WS-YEAR-ALLOWANCE      PIC 9(7)V9(2).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "PAY PERIOD FROM (YYYYMMDD)".
           ACCEPT WS-FROM-DATE.
           DISPLAY "PAY PERIOD TO (YYYYMMDD)".
           ACCEPT WS-TO-DATE.

           OPEN INPUT STAFF-PURCHASE-FILE.
           IF STAFF-PURCHASE-STATUS NOT = "00"
               DISPLAY "NO STAFF PURCHASES ON STAFFPUR.DAT - "
                   "NOTHING TO DEDUCT"
               GO TO 900-END-PROGRAM
           END-IF.
           READ STAFF-PURCHASE-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-TALLY-ONE-ROW UNTIL ENDOFINPUT.
           CLOSE STAFF-PURCHASE-FILE.

      *> The names and allowances only dress the statement - a
      *> missing master leaves them blank rather than stopping pay.
           OPEN INPUT USER-ROLE-FILE.
           OPEN INPUT STAFF-ALLOWANCE-FILE.

           OPEN OUTPUT PAYROLL-EXTRACT.
           DISPLAY "========= STAFF PURCHASE DEDUCTIONS =============".
           DISPLAY WS-FROM-DATE " THROUGH " WS-TO-DATE.
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WS-PERSON-COUNT
               PERFORM 300-STATEMENT-FOR-ONE-PERSON
           END-PERFORM.
           CLOSE PAYROLL-EXTRACT.
           DISPLAY "=================================================".
           DISPLAY "STAFF TO DEDUCT: " WS-STAFF-COUNT
               " TOTAL: " WS-TOTAL-DEDUCTION.

           IF USER-ROLE-STATUS = "00"
               CLOSE USER-ROLE-FILE
           END-IF.
           IF STAFF-ALLOWANCE-STATUS = "00"
               CLOSE STAFF-ALLOWANCE-FILE
           END-IF.

           GO TO 900-END-PROGRAM.

      *> Reversal rows carry negated amounts and a negative basket
      *> count, so a void in the same period cancels its sale.
       100-TALLY-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT.
           IF PU-DATE NOT < WS-FROM-DATE
               AND PU-DATE NOT > WS-TO-DATE
               PERFORM 140-ADD-TO-PERSON
           END-IF.
           READ STAFF-PURCHASE-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       140-ADD-TO-PERSON.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WS-PERSON-COUNT
               IF PS-USER-ID (PS-IDX) = PU-USER-ID
                   MOVE PS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-PERSON-COUNT TO WS-TB-COUNT
               MOVE 200 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-PERSON-COUNT
                   MOVE WS-PERSON-COUNT TO WS-FOUND-IDX
                   SET PS-IDX TO WS-FOUND-IDX
                   MOVE PU-USER-ID TO PS-USER-ID (PS-IDX)
                   MOVE ZEROES TO PS-BASKETS (PS-IDX)
                   MOVE ZEROES TO PS-SPEND (PS-IDX)
                   MOVE ZEROES TO PS-DISCOUNT (PS-IDX)
                   MOVE ZEROES TO PS-DEDUCTION (PS-IDX)
               END-IF
           END-IF.
           IF WS-FOUND-IDX NOT = ZERO
               SET PS-IDX TO WS-FOUND-IDX
               IF PU-TYPE = "V"
                   SUBTRACT 1 FROM PS-BASKETS (PS-IDX)
               ELSE
                   ADD 1 TO PS-BASKETS (PS-IDX)
               END-IF
               ADD PU-SPEND TO PS-SPEND (PS-IDX)
               ADD PU-DISCOUNT TO PS-DISCOUNT (PS-IDX)
               ADD PU-PAYROLL-AMT TO PS-DEDUCTION (PS-IDX)
           END-IF.

      *> Everybody who bought prints; only a person with something
      *> to take out of wages goes on the extract. A period netting
      *> negative (a void of a basket deducted last period) is
      *> passed through so payroll refunds it.
       300-STATEMENT-FOR-ONE-PERSON.
           MOVE SPACES TO WS-STAFF-NAME.
           IF USER-ROLE-STATUS = "00"
               MOVE PS-USER-ID (PS-IDX) TO UR-USER-ID
               READ USER-ROLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UR-NAME TO WS-STAFF-NAME
               END-READ
           END-IF.
           MOVE ZEROES TO WS-YEAR-USED.
           MOVE ZEROES TO WS-YEAR-ALLOWANCE.
           IF USER-ROLE-STATUS = "00"
               MOVE UR-STAFF-ALLOWANCE TO WS-YEAR-ALLOWANCE
           END-IF.
           IF STAFF-ALLOWANCE-STATUS = "00"
               MOVE PS-USER-ID (PS-IDX) TO SA-USER-ID
               MOVE WS-TO-DATE(1:4) TO SA-YEAR
               READ STAFF-ALLOWANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SA-SPENT TO WS-YEAR-USED
               END-READ
           END-IF.

           DISPLAY "STATEMENT FOR " PS-USER-ID (PS-IDX) " "
               WS-STAFF-NAME.
           DISPLAY "  BASKETS " PS-BASKETS (PS-IDX)
               " SPEND " PS-SPEND (PS-IDX)
               " STAFF DISCOUNT " PS-DISCOUNT (PS-IDX).
           DISPLAY "  ALLOWANCE USED " WS-TO-DATE(1:4) ": "
               WS-YEAR-USED " OF " WS-YEAR-ALLOWANCE.
           DISPLAY "  TO DEDUCT FROM PAY: " PS-DEDUCTION (PS-IDX).

           IF PS-DEDUCTION (PS-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAFF-COUNT.
           ADD PS-DEDUCTION (PS-IDX) TO WS-TOTAL-DEDUCTION.
           MOVE SPACES TO PAYROLL-EXTRACT-RECORD.
           MOVE PS-USER-ID (PS-IDX) TO PX-USER-ID.
           MOVE WS-FROM-DATE TO PX-PERIOD-FROM.
           MOVE WS-TO-DATE TO PX-PERIOD-TO.
           MOVE PS-SPEND (PS-IDX) TO PX-STAFF-SPEND.
           MOVE PS-DEDUCTION (PS-IDX) TO PX-DEDUCTION.
           WRITE PAYROLL-EXTRACT-RECORD.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "STAFF-DEDUCTION-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROW-COUNT TO RL-READ-COUNT.
           MOVE WS-STAFF-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM STAFF-DEDUCTION-RUN.
