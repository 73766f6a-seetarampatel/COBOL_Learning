      ******************************************************************
      * Author:
      * Date:
      * Purpose: The weekly early-warning run. Attendance warnings,
      *          failing marks and fee arrears each have their own
      *          report, and the child on all three was being found
      *          too late; this run puts them side by side. Every
      *          active student is scored through the shared
      *          eligibility engine against the RISKCRIT.DAT rules
      *          (kept by RISK-CRITERIA-MAINTENANCE) on their
      *          ATTEND.DAT attendance, their average mark this term
      *          and its drop on the term before (the term starting
      *          last before this one on TERMCAL.DAT), their failed
      *          ATTEMPTS.DAT sittings in those two terms and what
      *          they owe on FEELEDGR.DAT. A student scoring at or
      *          over the flag score is listed, ranked within their
      *          section, with the reason for every rule met, and
      *          logged to RISKFLAG.DAT where AT-RISK-FOLLOWUP-DESK
      *          records what was done and how it turned out. A
      *          fact with nothing on file (no attendance taken, no
      *          marks this term) counts as no warning sign.
      *          Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AT-RISK-WARNING-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT MARKS-MASTER
               ASSIGN TO "MARKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-MARKS-KEY
               FILE STATUS IS MARKS-MASTER-STATUS.

           SELECT ATTEMPT-HISTORY
               ASSIGN TO "ATTEMPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-ATTEMPT-KEY
               FILE STATUS IS ATTEMPT-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDANCE-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT TERM-CALENDAR-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TERM-CODE
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT RISK-CRITERIA-FILE
               ASSIGN TO "RISKCRIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RK-CRITERION-NO
               FILE STATUS IS RISK-CRITERIA-STATUS.

           SELECT RISK-FLAG-FILE
               ASSIGN TO "RISKFLAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-FLAG-KEY
               FILE STATUS IS RISK-FLAG-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  MARKS-MASTER.
           COPY "SUBJECT-MARKS.CPY".

       FD  ATTEMPT-HISTORY.
           COPY "ATTEMPT-HISTORY.CPY".

       FD  ATTENDANCE-FILE.
           COPY "ATTENDANCE.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

       FD  RISK-CRITERIA-FILE.
           COPY "RISK-CRITERIA.CPY".

       FD  RISK-FLAG-FILE.
           COPY "RISK-FLAG.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  MARKS-MASTER-STATUS    PIC X(2).
       01  ATTEMPT-STATUS         PIC X(2).
       01  ATTENDANCE-STATUS      PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  RISK-CRITERIA-STATUS   PIC X(2).
       01  RISK-FLAG-STATUS       PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFSTUDENTS VALUE "Y".
       01  WS-FILE-EOF            PIC X(1).
           88 ENDOFREAD VALUE "Y".
       01  WS-HAVE-MARKS          PIC X(1) VALUE "N".
       01  WS-HAVE-ATTEMPTS       PIC X(1) VALUE "N".

       01  WS-TODAY               PIC X(8).
       01  WS-RUN-TERM            PIC X(5).
       01  WS-TERM-START          PIC X(8).
       01  WS-PRIOR-TERM          PIC X(5) VALUE SPACES.
       01  WS-PRIOR-START         PIC X(8).
       01  WS-STUDENT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-FLAGGED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-URGENT-COUNT        PIC 9(5) VALUE ZERO.

      *> The bands (criterion 00) and, beside the engine's criteria
      *> table, each rule's number and reason.
       01  WS-BANDS-FOUND         PIC X(1) VALUE "N".
       01  WS-FLAG-SCORE          PIC 9(4).
       01  WS-URGENT-SCORE        PIC 9(4).
       01  WS-RULE-TEXT-TABLE.
           05 WS-RULE-TEXT OCCURS 20 TIMES.
               10 WS-RT-NUMBER    PIC 9(2).
               10 WS-RT-REASON    PIC X(30).
       01  WS-REASON-TABLE.
           05 WS-REASON-BY-NO     PIC X(30) OCCURS 20 TIMES.
       01  WS-RULE-NO             PIC 9(2).

      *> ATTEND.DAT and FEELEDGR.DAT folded per student up front -
      *> neither is keyed, and reading each once beats reading each
      *> once per student.
       01  WS-ATTEND-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-ATTEND-TABLE.
           05 ATTEND-ENTRY OCCURS 2000 TIMES.
               10 AS-STUDENT-ID   PIC X(8).
               10 AS-HELD         PIC 9(5).
               10 AS-ATTENDED     PIC 9(5).
       01  AS-IDX                 PIC 9(4).
       01  WS-FEE-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-FEE-TABLE.
           05 FEE-ENTRY OCCURS 2000 TIMES.
               10 FB-STUDENT-ID   PIC X(8).
               10 FB-BALANCE      PIC S9(7)V9(2).
       01  FB-IDX                 PIC 9(4).
       01  WS-FOUND-IDX           PIC 9(4).

      *> The student being scored.
       01  WS-NOW-COUNT           PIC 9(3).
       01  WS-NOW-SUM             PIC 9(5).
       01  WS-PRIOR-COUNT         PIC 9(3).
       01  WS-PRIOR-SUM           PIC 9(5).
       01  WS-NOW-AVG             PIC 9(3).
       01  WS-PRIOR-AVG           PIC 9(3).
       01  WS-FEES-WHOLE          PIC S9(7).
       01  WS-RULES-MET           PIC X(20).
       01  WS-LAST-KEY            PIC X(16).
       01  WS-LAST-STATUS         PIC X(1).

      *> The intervention list, ranked within section at the end.
       01  WS-LIST-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-LIST-TABLE.
           05 LIST-ENTRY OCCURS 500 TIMES.
               10 LT-SECTION      PIC X(4).
               10 LT-SCORE        PIC 9(4).
               10 LT-STUDENT-ID   PIC X(8).
               10 LT-NAME         PIC X(20).
               10 LT-RULES-MET    PIC X(20).
               10 LT-ATTEND-PCT   PIC 9(3).
               10 LT-MARKS-AVG    PIC 9(3).
               10 LT-MARKS-DROP   PIC 9(3).
               10 LT-FAILED-SITS  PIC 9(3).
               10 LT-FEES-OWED    PIC 9(7).
               10 LT-STATUS       PIC X(1).
               10 LT-FLAG-DATE    PIC X(8).
               10 LT-ACTION       PIC X(40).
       01  LT-IDX                 PIC 9(3).
       01  WS-SWAP-ENTRY          PIC X(124).
       01  WS-SORT-SWAPPED        PIC X(1).
       01  WS-CURRENT-SECTION     PIC X(4).
       01  WS-RANK                PIC 9(3).
       01  WS-URGENT-TAG          PIC X(8).

           COPY "ELIGIBILITY-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           DISPLAY "AT-RISK STUDENT EARLY WARNING".
      *> A scheduled weekly run takes the term from the TERM_CODE
      *> setting on PARAMS.DAT; with none set, it is asked for.
           MOVE "TERM_CODE" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-RUN-TERM.
           IF WS-RUN-TERM = SPACES
               DISPLAY "CURRENT TERM (E.G. 26T1)"
               ACCEPT WS-RUN-TERM
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-RUN-TERM) TO WS-RUN-TERM.
           MOVE WS-RUN-TERM TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           PERFORM 050-LOAD-CRITERIA.
           IF WS-BANDS-FOUND NOT = "Y" OR WS-ELIG-CRITERIA-COUNT = ZERO
               DISPLAY "NO EARLY-WARNING RULES ON RISKCRIT.DAT - SET "
                   "THEM UP IN RISK-CRITERIA-MAINTENANCE FIRST"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 060-FIND-PRIOR-TERM.
           PERFORM 070-LOAD-ATTENDANCE.
           PERFORM 080-LOAD-FEE-BALANCES.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT MARKS-MASTER.
           IF MARKS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-HAVE-MARKS
           END-IF.
           OPEN INPUT ATTEMPT-HISTORY.
           IF ATTEMPT-STATUS = "00"
               MOVE "Y" TO WS-HAVE-ATTEMPTS
           END-IF.

           OPEN I-O RISK-FLAG-FILE.
           IF RISK-FLAG-STATUS = "35"
               OPEN OUTPUT RISK-FLAG-FILE
               CLOSE RISK-FLAG-FILE
               OPEN I-O RISK-FLAG-FILE
           END-IF.
           IF RISK-FLAG-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN RISKFLAG.DAT, STATUS "
                   RISK-FLAG-STATUS
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-SCORE-ONE-STUDENT UNTIL ENDOFSTUDENTS.

           CLOSE STUDENT-MASTER.
           CLOSE RISK-FLAG-FILE.
           IF WS-HAVE-MARKS = "Y"
               CLOSE MARKS-MASTER
           END-IF.
           IF WS-HAVE-ATTEMPTS = "Y"
               CLOSE ATTEMPT-HISTORY
           END-IF.

           PERFORM 400-SORT-LIST.
           PERFORM 500-PRINT-LIST.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "AT-RISK-WARNING" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-STUDENT-COUNT TO RL-READ-COUNT.
           MOVE WS-FLAGGED-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

      *> Rules 01-20 into the engine's criteria table, in rule order.
       050-LOAD-CRITERIA.
           MOVE ZERO TO WS-ELIG-CRITERIA-COUNT.
           MOVE SPACES TO WS-REASON-TABLE.
           OPEN INPUT RISK-CRITERIA-FILE.
           IF RISK-CRITERIA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM 055-LOAD-ONE-CRITERION UNTIL ENDOFREAD.
           CLOSE RISK-CRITERIA-FILE.

       055-LOAD-ONE-CRITERION.
           READ RISK-CRITERIA-FILE NEXT
               AT END
                   SET ENDOFREAD TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RK-CRITERION-NO = ZERO
               MOVE "Y" TO WS-BANDS-FOUND
               MOVE RK-FLAG-SCORE TO WS-FLAG-SCORE
               MOVE RK-URGENT-SCORE TO WS-URGENT-SCORE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ELIG-CRITERIA-COUNT TO WS-TB-COUNT.
           MOVE 20 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ELIG-CRITERIA-COUNT.
           MOVE RK-ATTRIBUTE TO WS-EC-ATTRIBUTE(WS-ELIG-CRITERIA-COUNT).
           MOVE RK-OPERATOR TO WS-EC-OPERATOR(WS-ELIG-CRITERIA-COUNT).
           MOVE SPACES TO WS-EC-ALPHA-VALUE(WS-ELIG-CRITERIA-COUNT).
           MOVE RK-VALUE TO WS-EC-NUM-VALUE(WS-ELIG-CRITERIA-COUNT).
           MOVE RK-POINTS TO WS-EC-POINTS(WS-ELIG-CRITERIA-COUNT).
           MOVE RK-CRITERION-NO TO WS-RT-NUMBER(WS-ELIG-CRITERIA-COUNT).
           MOVE RK-REASON TO WS-RT-REASON(WS-ELIG-CRITERIA-COUNT).
           MOVE RK-CRITERION-NO TO WS-RULE-NO.
           MOVE RK-REASON TO WS-REASON-BY-NO(WS-RULE-NO).

      *> The prior term is the calendar term starting last before
      *> this one, as TERM-COMPARISON-REPORT orders them. No
      *> calendar, or a term it does not know, means no marks drop
      *> can be measured.
       060-FIND-PRIOR-TERM.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS NOT = "00"
               DISPLAY "NO TERM CALENDAR - MARKS DROP NOT SCORED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-TERM TO TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "TERM " WS-RUN-TERM " NOT ON THE "
                       "CALENDAR - MARKS DROP NOT SCORED"
                   CLOSE TERM-CALENDAR-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE TL-START-DATE TO WS-TERM-START.
           MOVE LOW-VALUES TO WS-PRIOR-START.
           MOVE "N" TO WS-FILE-EOF.
           MOVE LOW-VALUES TO TL-TERM-CODE.
           START TERM-CALENDAR-FILE KEY NOT < TL-TERM-CODE
               INVALID KEY SET ENDOFREAD TO TRUE
           END-START.
           PERFORM 065-CHECK-ONE-TERM UNTIL ENDOFREAD.
           CLOSE TERM-CALENDAR-FILE.

       065-CHECK-ONE-TERM.
           READ TERM-CALENDAR-FILE NEXT
               AT END
                   SET ENDOFREAD TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF TL-START-DATE < WS-TERM-START
               AND TL-START-DATE > WS-PRIOR-START
               MOVE TL-START-DATE TO WS-PRIOR-START
               MOVE TL-TERM-CODE TO WS-PRIOR-TERM
           END-IF.

       070-LOAD-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE.
           IF ATTENDANCE-STATUS NOT = "00"
               DISPLAY "NO ATTEND.DAT - ATTENDANCE NOT SCORED"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM 075-FOLD-ONE-ATTENDANCE UNTIL ENDOFREAD.
           CLOSE ATTENDANCE-FILE.

       075-FOLD-ONE-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END
                   SET ENDOFREAD TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-ATTEND-COUNT
                       OR WS-FOUND-IDX NOT = ZERO
               IF AS-STUDENT-ID (AS-IDX) = AT-STUDENT-ID
                   MOVE AS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-ATTEND-COUNT TO WS-TB-COUNT
               MOVE 2000 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ATTEND-COUNT
               MOVE WS-ATTEND-COUNT TO WS-FOUND-IDX
               MOVE AT-STUDENT-ID TO AS-STUDENT-ID (WS-FOUND-IDX)
               MOVE ZERO TO AS-HELD (WS-FOUND-IDX)
               MOVE ZERO TO AS-ATTENDED (WS-FOUND-IDX)
           END-IF.
           ADD AT-SESSIONS-HELD TO AS-HELD (WS-FOUND-IDX).
           ADD AT-SESSIONS-ATTENDED TO AS-ATTENDED (WS-FOUND-IDX).

       080-LOAD-FEE-BALANCES.
           OPEN INPUT FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS NOT = "00"
               DISPLAY "NO FEELEDGR.DAT - FEES NOT SCORED"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM 085-FOLD-ONE-FEE-ROW UNTIL ENDOFREAD.
           CLOSE FEE-LEDGER-FILE.

       085-FOLD-ONE-FEE-ROW.
           READ FEE-LEDGER-FILE
               AT END
                   SET ENDOFREAD TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING FB-IDX FROM 1 BY 1
                   UNTIL FB-IDX > WS-FEE-COUNT
                       OR WS-FOUND-IDX NOT = ZERO
               IF FB-STUDENT-ID (FB-IDX) = FL-STUDENT-ID
                   MOVE FB-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-FEE-COUNT TO WS-TB-COUNT
               MOVE 2000 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FEE-COUNT
               MOVE WS-FEE-COUNT TO WS-FOUND-IDX
               MOVE FL-STUDENT-ID TO FB-STUDENT-ID (WS-FOUND-IDX)
               MOVE ZERO TO FB-BALANCE (WS-FOUND-IDX)
           END-IF.
           IF FL-TYPE = "C"
               ADD FL-AMOUNT TO FB-BALANCE (WS-FOUND-IDX)
           ELSE
               SUBTRACT FL-AMOUNT FROM FB-BALANCE (WS-FOUND-IDX)
           END-IF.

       100-SCORE-ONE-STUDENT.
           READ STUDENT-MASTER NEXT
               AT END
                   SET ENDOFSTUDENTS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SM-STATUS NOT = SPACES AND SM-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.

           MOVE ZERO TO WS-ELIG-CANDIDATE.
           MOVE SPACES TO WS-ELIG-GENDER.
           PERFORM 110-ATTENDANCE-FACT.
           PERFORM 120-MARKS-FACTS.
           PERFORM 130-FAILED-SITTINGS-FACT.
           PERFORM 140-FEES-FACT.

           PERFORM SCORE-ELIGIBILITY.
           IF WS-ELIG-SCORE < WS-FLAG-SCORE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RULES-MET.
           PERFORM VARYING EC-IDX FROM 1 BY 1
                   UNTIL EC-IDX > WS-ELIG-CRITERIA-COUNT
               IF WS-EC-PASSED(EC-IDX) = "Y"
                   MOVE WS-RT-NUMBER(EC-IDX) TO WS-RULE-NO
                   MOVE "Y" TO WS-RULES-MET(WS-RULE-NO:1)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-FLAGGED-COUNT.
           IF WS-ELIG-SCORE NOT < WS-URGENT-SCORE
               ADD 1 TO WS-URGENT-COUNT
           END-IF.
           PERFORM 200-LOG-FLAG.
           PERFORM 300-ADD-TO-LIST.

      *> No sessions on file counts as full attendance.
       110-ATTENDANCE-FACT.
           MOVE 100 TO WS-ELIG-ATTEND-PCT.
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-ATTEND-COUNT
               IF AS-STUDENT-ID (AS-IDX) = SM-STUDENT-ID
                   AND AS-HELD (AS-IDX) > ZERO
                   COMPUTE WS-ELIG-ATTEND-PCT =
                       AS-ATTENDED (AS-IDX) * 100 / AS-HELD (AS-IDX)
               END-IF
           END-PERFORM.

      *> This term's average, and its fall on the prior term's -
      *> no marks this term leaves the average at full marks and no
      *> drop, no marks last term leaves no drop.
       120-MARKS-FACTS.
           MOVE ZERO TO WS-NOW-COUNT WS-NOW-SUM.
           MOVE ZERO TO WS-PRIOR-COUNT WS-PRIOR-SUM.
           IF WS-HAVE-MARKS = "Y"
               MOVE SM-STUDENT-ID TO FI-STUDENT-ID
               MOVE LOW-VALUES TO FI-SUBJECT
               MOVE LOW-VALUES TO FI-TERM-CODE
               MOVE "N" TO WS-FILE-EOF
               START MARKS-MASTER KEY NOT < FI-MARKS-KEY
                   INVALID KEY SET ENDOFREAD TO TRUE
               END-START
               PERFORM 125-FOLD-ONE-MARK UNTIL ENDOFREAD
           END-IF.
           MOVE 100 TO WS-ELIG-MARKS.
           IF WS-NOW-COUNT > ZERO
               COMPUTE WS-NOW-AVG = WS-NOW-SUM / WS-NOW-COUNT
               MOVE WS-NOW-AVG TO WS-ELIG-MARKS
               IF WS-PRIOR-COUNT > ZERO
                   COMPUTE WS-PRIOR-AVG =
                       WS-PRIOR-SUM / WS-PRIOR-COUNT
                   IF WS-PRIOR-AVG > WS-NOW-AVG
                       COMPUTE WS-ELIG-MARKS-DROP =
                           WS-PRIOR-AVG - WS-NOW-AVG
                   END-IF
               END-IF
           END-IF.

       125-FOLD-ONE-MARK.
           READ MARKS-MASTER NEXT
               AT END
                   SET ENDOFREAD TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF FI-STUDENT-ID NOT = SM-STUDENT-ID
               SET ENDOFREAD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF FI-TERM-CODE = WS-RUN-TERM
               ADD 1 TO WS-NOW-COUNT
               ADD FI-MARKS TO WS-NOW-SUM
           END-IF.
           IF FI-TERM-CODE = WS-PRIOR-TERM
               AND WS-PRIOR-TERM NOT = SPACES
               ADD 1 TO WS-PRIOR-COUNT
               ADD FI-MARKS TO WS-PRIOR-SUM
           END-IF.

      *> Sittings below the pass mark in this term or the one before
      *> - an old failure long since put right is not a warning.
       130-FAILED-SITTINGS-FACT.
           IF WS-HAVE-ATTEMPTS NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SM-STUDENT-ID TO AH-STUDENT-ID.
           MOVE LOW-VALUES TO AH-SUBJECT.
           MOVE ZERO TO AH-ATTEMPT-NO.
           MOVE "N" TO WS-FILE-EOF.
           START ATTEMPT-HISTORY KEY NOT < AH-ATTEMPT-KEY
               INVALID KEY SET ENDOFREAD TO TRUE
           END-START.
           PERFORM 135-CHECK-ONE-SITTING UNTIL ENDOFREAD.

       135-CHECK-ONE-SITTING.
           READ ATTEMPT-HISTORY NEXT
               AT END
                   SET ENDOFREAD TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF AH-STUDENT-ID NOT = SM-STUDENT-ID
               SET ENDOFREAD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF AH-MARKS < 33
               AND (AH-TERM-CODE = WS-RUN-TERM
                   OR (AH-TERM-CODE = WS-PRIOR-TERM
                       AND WS-PRIOR-TERM NOT = SPACES))
               ADD 1 TO WS-ELIG-FAILED-SITS
           END-IF.

      *> Whole units owed; a student in credit owes nothing.
       140-FEES-FACT.
           PERFORM VARYING FB-IDX FROM 1 BY 1
                   UNTIL FB-IDX > WS-FEE-COUNT
               IF FB-STUDENT-ID (FB-IDX) = SM-STUDENT-ID
                   AND FB-BALANCE (FB-IDX) > ZERO
                   MOVE FB-BALANCE (FB-IDX) TO WS-FEES-WHOLE
                   MOVE WS-FEES-WHOLE TO WS-ELIG-FEES-OWED
               END-IF
           END-PERFORM.

      *> The student's latest flag row is refreshed while it is still
      *> open; once closed, or if there is none, a new one starts.
       200-LOG-FLAG.
           MOVE SPACES TO WS-LAST-KEY.
           MOVE SPACES TO WS-LAST-STATUS.
           MOVE SM-STUDENT-ID TO RF-STUDENT-ID.
           MOVE LOW-VALUES TO RF-FLAG-DATE.
           MOVE "N" TO WS-FILE-EOF.
           START RISK-FLAG-FILE KEY NOT < RF-FLAG-KEY
               INVALID KEY SET ENDOFREAD TO TRUE
           END-START.
           PERFORM 210-FIND-LATEST-FLAG UNTIL ENDOFREAD.

           IF WS-LAST-KEY NOT = SPACES AND WS-LAST-STATUS NOT = "C"
               MOVE WS-LAST-KEY TO RF-FLAG-KEY
               READ RISK-FLAG-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-LAST-KEY
               END-READ
           ELSE
               MOVE SPACES TO WS-LAST-KEY
           END-IF.

           IF WS-LAST-KEY = SPACES
               MOVE SPACES TO RISK-FLAG-RECORD
               MOVE SM-STUDENT-ID TO RF-STUDENT-ID
               MOVE WS-TODAY TO RF-FLAG-DATE
               MOVE "O" TO RF-STATUS
           END-IF.
           PERFORM 220-SET-FLAG-FACTS.
           IF WS-LAST-KEY = SPACES
               WRITE RISK-FLAG-RECORD
                   INVALID KEY
                       DISPLAY "FLAG CLOSED EARLIER TODAY KEPT AS IT "
                           "IS: " SM-STUDENT-ID
               END-WRITE
           ELSE
               REWRITE RISK-FLAG-RECORD
           END-IF.

       210-FIND-LATEST-FLAG.
           READ RISK-FLAG-FILE NEXT
               AT END
                   SET ENDOFREAD TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RF-STUDENT-ID NOT = SM-STUDENT-ID
               SET ENDOFREAD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE RF-FLAG-KEY TO WS-LAST-KEY.
           MOVE RF-STATUS TO WS-LAST-STATUS.

       220-SET-FLAG-FACTS.
           MOVE WS-RUN-TERM TO RF-TERM-CODE.
           MOVE SM-CLASS-SECTION TO RF-CLASS-SECTION.
           MOVE WS-ELIG-SCORE TO RF-SCORE.
           MOVE WS-RULES-MET TO RF-RULES-MET.
           MOVE WS-ELIG-ATTEND-PCT TO RF-ATTEND-PCT.
           MOVE WS-ELIG-MARKS TO RF-MARKS-AVG.
           MOVE WS-ELIG-MARKS-DROP TO RF-MARKS-DROP.
           MOVE WS-ELIG-FAILED-SITS TO RF-FAILED-SITS.
           MOVE WS-ELIG-FEES-OWED TO RF-FEES-OWED.
           MOVE WS-TODAY TO RF-LAST-RUN-DATE.

       300-ADD-TO-LIST.
           MOVE WS-LIST-COUNT TO WS-TB-COUNT.
           MOVE 500 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           MOVE SM-CLASS-SECTION TO LT-SECTION (WS-LIST-COUNT).
           MOVE RF-SCORE TO LT-SCORE (WS-LIST-COUNT).
           MOVE SM-STUDENT-ID TO LT-STUDENT-ID (WS-LIST-COUNT).
           MOVE SM-STUDENT-NAME TO LT-NAME (WS-LIST-COUNT).
           MOVE RF-RULES-MET TO LT-RULES-MET (WS-LIST-COUNT).
           MOVE RF-ATTEND-PCT TO LT-ATTEND-PCT (WS-LIST-COUNT).
           MOVE RF-MARKS-AVG TO LT-MARKS-AVG (WS-LIST-COUNT).
           MOVE RF-MARKS-DROP TO LT-MARKS-DROP (WS-LIST-COUNT).
           MOVE RF-FAILED-SITS TO LT-FAILED-SITS (WS-LIST-COUNT).
           MOVE RF-FEES-OWED TO LT-FEES-OWED (WS-LIST-COUNT).
           MOVE RF-STATUS TO LT-STATUS (WS-LIST-COUNT).
           MOVE RF-FLAG-DATE TO LT-FLAG-DATE (WS-LIST-COUNT).
           MOVE RF-ACTION TO LT-ACTION (WS-LIST-COUNT).

      *> Section, then highest score first - the ranking within
      *> each section.
       400-SORT-LIST.
           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING LT-IDX FROM 1 BY 1
                       UNTIL LT-IDX > WS-LIST-COUNT - 1
                   IF LT-SECTION (LT-IDX) > LT-SECTION (LT-IDX + 1)
                       OR (LT-SECTION (LT-IDX) = LT-SECTION (LT-IDX + 1)
                           AND LT-SCORE (LT-IDX)
                               < LT-SCORE (LT-IDX + 1))
                       MOVE LIST-ENTRY (LT-IDX) TO WS-SWAP-ENTRY
                       MOVE LIST-ENTRY (LT-IDX + 1)
                           TO LIST-ENTRY (LT-IDX)
                       MOVE WS-SWAP-ENTRY TO LIST-ENTRY (LT-IDX + 1)
                       MOVE "Y" TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-PRINT-LIST.
           DISPLAY "========= AT-RISK INTERVENTION LIST ==============".
           DISPLAY "RUN " WS-TODAY " TERM " WS-RUN-TERM
               " LISTED AT SCORE " WS-FLAG-SCORE
               " URGENT AT " WS-URGENT-SCORE.
           IF WS-PRIOR-TERM NOT = SPACES
               DISPLAY "MARKS DROP MEASURED ON TERM " WS-PRIOR-TERM
           END-IF.
           MOVE HIGH-VALUES TO WS-CURRENT-SECTION.
           PERFORM 510-PRINT-ONE-STUDENT
               VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-LIST-COUNT.
           DISPLAY " ".
           DISPLAY "==================================================".
           DISPLAY "STUDENTS SCORED: " WS-STUDENT-COUNT
               " LISTED: " WS-FLAGGED-COUNT
               " URGENT: " WS-URGENT-COUNT.

       510-PRINT-ONE-STUDENT.
           IF LT-SECTION (LT-IDX) NOT = WS-CURRENT-SECTION
               MOVE LT-SECTION (LT-IDX) TO WS-CURRENT-SECTION
               MOVE ZERO TO WS-RANK
               DISPLAY " "
               DISPLAY "SECTION " WS-CURRENT-SECTION
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE SPACES TO WS-URGENT-TAG.
           IF LT-SCORE (LT-IDX) NOT < WS-URGENT-SCORE
               MOVE "URGENT" TO WS-URGENT-TAG
           END-IF.
           DISPLAY WS-RANK ". " LT-STUDENT-ID (LT-IDX) " "
               LT-NAME (LT-IDX) " SCORE " LT-SCORE (LT-IDX) " "
               WS-URGENT-TAG.
           DISPLAY "     ATTENDANCE " LT-ATTEND-PCT (LT-IDX)
               " PCT  AVERAGE " LT-MARKS-AVG (LT-IDX)
               "  DROP " LT-MARKS-DROP (LT-IDX)
               "  FAILED SITTINGS " LT-FAILED-SITS (LT-IDX)
               "  FEES OWED " LT-FEES-OWED (LT-IDX).
           PERFORM 520-PRINT-ONE-REASON
               VARYING WS-RULE-NO FROM 1 BY 1
               UNTIL WS-RULE-NO > 20.
           EVALUATE LT-STATUS (LT-IDX)
               WHEN "A"
                   DISPLAY "     FOLLOW-UP: " LT-ACTION (LT-IDX)
                       " - OUTCOME AWAITED"
               WHEN OTHER
                   IF LT-FLAG-DATE (LT-IDX) = WS-TODAY
                       DISPLAY "     FOLLOW-UP: NEW THIS RUN"
                   ELSE
                       DISPLAY "     FOLLOW-UP: FLAGGED "
                           LT-FLAG-DATE (LT-IDX) " - NO ACTION YET"
                   END-IF
           END-EVALUATE.

       520-PRINT-ONE-REASON.
           IF LT-RULES-MET (LT-IDX)(WS-RULE-NO:1) = "Y"
               DISPLAY "       - " WS-REASON-BY-NO (WS-RULE-NO)
           END-IF.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "ELIGIBILITY-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM AT-RISK-WARNING-RUN.
