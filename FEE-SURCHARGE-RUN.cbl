      ******************************************************************
      * Author:
      * Date:
      * Purpose: The bursar's late-payment surcharge. For every
      *          active student it works out the fee position the
      *          way FEE-ARREARS-RUN does (FEE-POSITION-LOGIC.CPY)
      *          and raises a late-fee charge on FEELEDGR.DAT for
      *          each instalment of an agreed plan missed by more
      *          than the grace period ("LATE FEE INST n"), and once
      *          per term for an unplanned term still unpaid more
      *          than the grace period after it was billed ("LATE
      *          FEE"). A lateness already charged is never charged
      *          again, so the run can be repeated safely. Grace
      *          days and the surcharge are the FEE_GRACE_DAYS and
      *          FEE_SURCHARGE_AMOUNT settings on PARAMS.DAT (default
      *          14 and 10.00); a surcharge set to zero stops the run.
      *          Run-logged like the other batch programs, with the
      *          settings applied on the run-log row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SURCHARGE-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT FEE-PLAN-FILE
               ASSIGN TO "FEEPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-PLAN-KEY
               FILE STATUS IS FEE-PLAN-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  FEE-PLAN-FILE.
           COPY "INSTALMENT-PLAN.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  FEE-PLAN-STATUS        PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-TODAY               PIC X(8).
       01  WS-SURCHARGE           PIC 9(5)V9(2) VALUE 10.00.
       01  WS-PARAM-NUM           PIC 9(5)V9(2).
       01  WS-PARAM-SET           PIC X(1).
       01  WS-PARAM-AMOUNT-ED     PIC Z(4)9.99.
       01  WS-STUDENT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-CHARGE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CHARGE-TOTAL        PIC 9(7)V9(2) VALUE ZERO.
       01  WS-FIRST-DAYS          PIC 9(8).
       01  WS-AMOUNT-ED           PIC ZZ,ZZ9.99.
       01  WS-TOTAL-ED            PIC Z,ZZZ,ZZ9.99.

      *> This student's late fees, gathered while the ledger is open
      *> for reading and written once it is closed.
       01  WS-LATE-COUNT          PIC 9(3).
       01  WS-LATE-TABLE.
           05 LF-ENTRY OCCURS 140 TIMES.
               10 LF-TERM-CODE    PIC X(5).
               10 LF-DESCRIPTION  PIC X(15).
       01  LF-IDX                 PIC 9(3).

           COPY "FEE-POSITION-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 050-LOAD-SETTINGS.
           IF WS-SURCHARGE = ZERO
               DISPLAY "FEE_SURCHARGE_AMOUNT IS ZERO - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT FEE-PLAN-FILE.
           MOVE WS-TODAY TO WS-IP-AS-OF.

           DISPLAY "============= LATE-PAYMENT SURCHARGE =============".
           MOVE WS-SURCHARGE TO WS-AMOUNT-ED.
           DISPLAY "AS AT " WS-TODAY " GRACE " WS-IP-GRACE
               " DAYS, SURCHARGE " WS-AMOUNT-ED.
           READ STUDENT-MASTER
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-ONE-STUDENT UNTIL ENDOFINPUT.
           CLOSE STUDENT-MASTER.
           IF FEE-PLAN-STATUS = "00"
               CLOSE FEE-PLAN-FILE
           END-IF.

           MOVE WS-CHARGE-TOTAL TO WS-TOTAL-ED.
           DISPLAY "=================================================".
           DISPLAY "STUDENTS REVIEWED: " WS-STUDENT-COUNT
               " LATE FEES RAISED: " WS-CHARGE-COUNT
               " TOTAL " WS-TOTAL-ED.
           GO TO 900-END-PROGRAM.

      *> Grace days and surcharge from PARAMS.DAT when set to
      *> something they can hold, otherwise the defaults.
       050-LOAD-SETTINGS.
           MOVE "FEE_GRACE_DAYS" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM NOT > 999
               MOVE WS-PARAM-NUM TO WS-IP-GRACE
           END-IF.
           MOVE WS-IP-GRACE TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "FEE_SURCHARGE_AMOUNT" TO WS-PM-NAME.
           PERFORM 060-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y"
               MOVE WS-PARAM-NUM TO WS-SURCHARGE
           END-IF.
           MOVE WS-SURCHARGE TO WS-PARAM-AMOUNT-ED.
           MOVE WS-PARAM-AMOUNT-ED TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

       060-NUMBER-PARAMETER.
           MOVE ZERO TO WS-PARAM-NUM.
           MOVE "N" TO WS-PARAM-SET.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               MOVE WS-PM-VALUE TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
               IF WS-IV-VALID = "Y"
                   COMPUTE WS-PARAM-NUM =
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
                   MOVE "Y" TO WS-PARAM-SET
               END-IF
           END-IF.

       100-ONE-STUDENT.
           IF SM-STATUS NOT = SPACES AND SM-STATUS NOT = "A"
               READ STUDENT-MASTER
                   AT END SET ENDOFINPUT TO TRUE
               END-READ
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE SM-STUDENT-ID TO WS-IP-STUDENT.
           PERFORM LOAD-FEE-POSITION.
           MOVE ZERO TO WS-LATE-COUNT.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-IP-TERM-COUNT
               PERFORM 110-CHECK-UNPLANNED-TERM
           END-PERFORM.
           PERFORM VARYING PI-IDX FROM 1 BY 1
                   UNTIL PI-IDX > WS-IP-INST-COUNT
               PERFORM 120-CHECK-ONE-INSTALMENT
           END-PERFORM.
           IF WS-LATE-COUNT > ZERO
               PERFORM 200-WRITE-LATE-FEES
           END-IF.
           READ STUDENT-MASTER
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> An unplanned term is late once it is still unpaid the grace
      *> period after it was first billed.
       110-CHECK-UNPLANNED-TERM.
           IF PT-PLANNED (PT-IDX) = "Y"
               OR PT-DUE-NOW (PT-IDX) = ZERO
               OR PT-LATE-FLAGS (PT-IDX)(7:1) = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-FIRST-DATE (PT-IDX) TO WS-IP-DATE-NUM.
           COMPUTE WS-FIRST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-IP-DATE-NUM) + WS-IP-GRACE.
           IF WS-FIRST-DAYS NOT < WS-IP-AS-OF-DAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LATE-COUNT TO WS-TB-COUNT.
           MOVE 140 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-LATE-COUNT
               MOVE PT-TERM-CODE (PT-IDX)
                   TO LF-TERM-CODE (WS-LATE-COUNT)
               MOVE "LATE FEE" TO LF-DESCRIPTION (WS-LATE-COUNT)
           END-IF.

      *> A missed instalment is one past its due date plus grace and
      *> still unpaid; each is charged once.
       120-CHECK-ONE-INSTALMENT.
           IF PI-STATE (PI-IDX) NOT = "M"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-IP-FOUND.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-IP-TERM-COUNT
               IF PT-TERM-CODE (PT-IDX) = PI-TERM-CODE (PI-IDX)
                   MOVE PT-IDX TO WS-IP-FOUND
               END-IF
           END-PERFORM.
           IF WS-IP-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE PI-NUMBER (PI-IDX) TO WS-IP-LATE-NO.
           IF PT-LATE-FLAGS (WS-IP-FOUND)(WS-IP-LATE-NO:1) = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LATE-COUNT TO WS-TB-COUNT.
           MOVE 140 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-LATE-COUNT
               MOVE PI-TERM-CODE (PI-IDX)
                   TO LF-TERM-CODE (WS-LATE-COUNT)
               MOVE SPACES TO LF-DESCRIPTION (WS-LATE-COUNT)
               STRING "LATE FEE INST " PI-NUMBER (PI-IDX)
                   DELIMITED BY SIZE
                   INTO LF-DESCRIPTION (WS-LATE-COUNT)
               END-STRING
           END-IF.

       200-WRITE-LATE-FEES.
           OPEN EXTEND FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS = "05" OR FEE-LEDGER-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER-FILE
           END-IF.
           IF FEE-LEDGER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN FEELEDGR.DAT, STATUS "
                   FEE-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SURCHARGE TO WS-AMOUNT-ED.
           PERFORM VARYING LF-IDX FROM 1 BY 1
                   UNTIL LF-IDX > WS-LATE-COUNT
               MOVE SPACES TO FEE-LEDGER-RECORD
               MOVE SM-STUDENT-ID TO FL-STUDENT-ID
               MOVE LF-TERM-CODE (LF-IDX) TO FL-TERM-CODE
               MOVE "C" TO FL-TYPE
               MOVE LF-DESCRIPTION (LF-IDX) TO FL-DESCRIPTION
               MOVE WS-SURCHARGE TO FL-AMOUNT
               MOVE WS-TODAY TO FL-DATE
               MOVE "SURCHRG" TO FL-ENTERED-BY
               WRITE FEE-LEDGER-RECORD
               ADD 1 TO WS-CHARGE-COUNT
               ADD WS-SURCHARGE TO WS-CHARGE-TOTAL
               DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME " "
                   FL-TERM-CODE " " FL-DESCRIPTION " " WS-AMOUNT-ED
           END-PERFORM.
           CLOSE FEE-LEDGER-FILE.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "FEE-SURCHARGE-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-STUDENT-COUNT TO RL-READ-COUNT.
           MOVE WS-CHARGE-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "FEE-POSITION-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM FEE-SURCHARGE-RUN.
