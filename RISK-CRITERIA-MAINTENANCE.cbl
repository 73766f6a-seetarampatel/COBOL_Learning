      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of CREDIT-CRITERIA-MAINTENANCE, for the early-
      *          warning rules on RISKCRIT.DAT that AT-RISK-WARNING-
      *          RUN scores every active student against. Each rule
      *          is one eligibility-engine criterion on a student
      *          fact (average mark, attendance, marks drop on last
      *          term, failed sittings, fees owed), the points it adds
      *          to the risk score when met and the reason printed
      *          against the student. Criterion 00 holds the flag and
      *          urgent scores. A new file can be seeded with the
      *          standard rule set and tuned from there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-CRITERIA-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-CRITERIA-FILE
               ASSIGN TO "RISKCRIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-CRITERION-NO
               FILE STATUS IS RISK-CRITERIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-CRITERIA-FILE.
           COPY "RISK-CRITERIA.CPY".

       WORKING-STORAGE SECTION.
       01  RISK-CRITERIA-STATUS   PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-LOOKUP-NO           PIC 9(2).
       01  WS-ENTRY               PIC X(30).
       01  WS-ANSWER              PIC X(1).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFCRITERIA VALUE "Y".
       01  WS-LIST-COUNT          PIC 9(3).
       01  WS-ATTRIBUTE-NAME      PIC X(24).
       01  WS-POINTS-ON-OFFER     PIC 9(4).

      *> The standard rule set - written only to an empty file.
       01  WS-STANDARD-RULES.
           05 FILLER PIC X(46) VALUE
              "0105LT0000075030ATTENDANCE BELOW 75 PCT       ".
           05 FILLER PIC X(46) VALUE
              "0205LT0000085010ATTENDANCE BELOW 85 PCT       ".
           05 FILLER PIC X(46) VALUE
              "0316GE0000010025MARKS DOWN 10+ ON LAST TERM   ".
           05 FILLER PIC X(46) VALUE
              "0404LT0000040020AVERAGE MARK UNDER 40         ".
           05 FILLER PIC X(46) VALUE
              "0517GE0000002020REPEATED FAILED EXAM SITTINGS ".
           05 FILLER PIC X(46) VALUE
              "0618GT0000000015FEES IN ARREARS               ".
           05 FILLER PIC X(46) VALUE
              "0718GE0005000010FEES OWED 5000 OR MORE        ".
       01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-RULES.
           05 WS-STANDARD-RULE OCCURS 7 TIMES PIC X(46).
       01  WS-STD-IDX             PIC 9(2).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EARLY-WARNING RULES MAINTENANCE".

           OPEN I-O RISK-CRITERIA-FILE.
           IF RISK-CRITERIA-STATUS = "35"
               OPEN OUTPUT RISK-CRITERIA-FILE
               CLOSE RISK-CRITERIA-FILE
               OPEN I-O RISK-CRITERIA-FILE
           END-IF.
           IF RISK-CRITERIA-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN RISKCRIT.DAT, STATUS "
                   RISK-CRITERIA-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE RISK-CRITERIA-FILE.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (S=ADD/CHANGE RULE, B=FLAG BANDS, "
               "D=DELETE RULE, L=LIST, I=INSTALL STANDARD RULES)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM 200-MAINTAIN-RULE
               WHEN "B"
                   PERFORM 300-MAINTAIN-BANDS
               WHEN "D"
                   PERFORM 400-DELETE-RULE
               WHEN "L"
                   PERFORM 500-LIST-RULES
               WHEN "I"
                   PERFORM 600-INSTALL-STANDARD
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> An existing rule is shown and re-keyed in place (a blank
      *> answer keeps what is on file); a new one is written.
       200-MAINTAIN-RULE.
           DISPLAY "RULE NUMBER (01-20)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LOOKUP-NO = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-LOOKUP-NO < 1 OR WS-LOOKUP-NO > 20
               DISPLAY "RULES ARE NUMBERED 01 TO 20"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-NO TO RK-CRITERION-NO.

           READ RISK-CRITERIA-FILE
               INVALID KEY
                   MOVE SPACES TO RISK-CRITERIA-RECORD
                   MOVE WS-LOOKUP-NO TO RK-CRITERION-NO
                   MOVE ZERO TO RK-ATTRIBUTE
                   MOVE ZERO TO RK-VALUE
                   MOVE ZERO TO RK-POINTS
                   PERFORM 210-ACCEPT-RULE-FIELDS
                   IF (RK-ATTRIBUTE NOT = 4 AND NOT = 5
                       AND (RK-ATTRIBUTE < 16 OR RK-ATTRIBUTE > 18))
                       OR RK-OPERATOR = SPACES
                       DISPLAY "RULE NEEDS A FACT AND A TEST - "
                           "NOT ADDED"
                   ELSE
                       WRITE RISK-CRITERIA-RECORD
                       DISPLAY "RULE ADDED: " RK-CRITERION-NO
                   END-IF
               NOT INVALID KEY
                   PERFORM 510-SHOW-ONE-RULE
                   PERFORM 210-ACCEPT-RULE-FIELDS
                   REWRITE RISK-CRITERIA-RECORD
                   DISPLAY "RULE UPDATED: " RK-CRITERION-NO
           END-READ.

       210-ACCEPT-RULE-FIELDS.
           DISPLAY "FACT: 4=AVERAGE MARK THIS TERM 5=ATTENDANCE PCT "
               "16=MARKS DROP ON LAST TERM".
           DISPLAY "      17=FAILED EXAM SITTINGS 18=FEES OWED "
               "(WHOLE UNITS)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE RK-ATTRIBUTE TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RK-ATTRIBUTE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "TEST (EQ NE GT GE LT LE) - THE RULE IS MET, AND "
               "THE STUDENT SCORES, WHEN IT HOLDS".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRY(1:2)) TO RK-OPERATOR
           END-IF.
           IF RK-OPERATOR NOT = "EQ" AND NOT = "NE" AND NOT = "GT"
               AND NOT = "GE" AND NOT = "LT" AND NOT = "LE"
               DISPLAY "UNKNOWN TEST - RULE WILL NEVER BE MET"
           END-IF.

           DISPLAY "VALUE (WHOLE UNITS)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE RK-VALUE TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RK-VALUE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "RISK POINTS WHEN MET".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE RK-POINTS TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RK-POINTS = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "REASON PRINTED WHEN MET".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO RK-REASON
           END-IF.

      *> Criterion 00 - the flag and urgent scores.
       300-MAINTAIN-BANDS.
           MOVE ZERO TO RK-CRITERION-NO.
           READ RISK-CRITERIA-FILE
               INVALID KEY
                   MOVE SPACES TO RISK-CRITERIA-RECORD
                   MOVE ZERO TO RK-CRITERION-NO
                   MOVE ZERO TO RK-FLAG-SCORE
                   MOVE ZERO TO RK-URGENT-SCORE
                   PERFORM 310-ACCEPT-BANDS
                   WRITE RISK-CRITERIA-RECORD
               NOT INVALID KEY
                   PERFORM 520-SHOW-BANDS
                   PERFORM 310-ACCEPT-BANDS
                   REWRITE RISK-CRITERIA-RECORD
           END-READ.
           PERFORM 520-SHOW-BANDS.

       310-ACCEPT-BANDS.
           DISPLAY "SCORE THAT PUTS A STUDENT ON THE LIST".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE RK-FLAG-SCORE TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RK-FLAG-SCORE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "SCORE THAT MARKS THEM URGENT".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE RK-URGENT-SCORE TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RK-URGENT-SCORE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF RK-URGENT-SCORE < RK-FLAG-SCORE
               MOVE RK-FLAG-SCORE TO RK-URGENT-SCORE
               DISPLAY "URGENT SCORE CANNOT BE UNDER THE FLAG SCORE "
                   "- SET EQUAL"
           END-IF.

       400-DELETE-RULE.
           DISPLAY "RULE NUMBER TO DELETE".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LOOKUP-NO = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-LOOKUP-NO = ZERO
               DISPLAY "THE FLAG BANDS CANNOT BE DELETED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-NO TO RK-CRITERION-NO.
           READ RISK-CRITERIA-FILE
               INVALID KEY
                   DISPLAY "RULE NOT FOUND: " WS-LOOKUP-NO
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 510-SHOW-ONE-RULE.
           DISPLAY "DELETE THIS RULE? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR "y"
               DELETE RISK-CRITERIA-FILE
               DISPLAY "RULE " WS-LOOKUP-NO " DELETED"
           END-IF.

       500-LIST-RULES.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-POINTS-ON-OFFER.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RK-CRITERION-NO.
           START RISK-CRITERIA-FILE KEY NOT < RK-CRITERION-NO
               INVALID KEY SET ENDOFCRITERIA TO TRUE
           END-START.
           PERFORM 505-LIST-ONE-RULE UNTIL ENDOFCRITERIA.
           DISPLAY "RULES ON FILE: " WS-LIST-COUNT
               " MOST RISK POINTS: " WS-POINTS-ON-OFFER.

       505-LIST-ONE-RULE.
           READ RISK-CRITERIA-FILE NEXT
               AT END
                   SET ENDOFCRITERIA TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RK-CRITERION-NO = ZERO
               PERFORM 520-SHOW-BANDS
           ELSE
               ADD 1 TO WS-LIST-COUNT
               ADD RK-POINTS TO WS-POINTS-ON-OFFER
               PERFORM 510-SHOW-ONE-RULE
           END-IF.

       510-SHOW-ONE-RULE.
           EVALUATE RK-ATTRIBUTE
               WHEN 4
                   MOVE "AVERAGE MARK THIS TERM" TO WS-ATTRIBUTE-NAME
               WHEN 5  MOVE "ATTENDANCE PCT" TO WS-ATTRIBUTE-NAME
               WHEN 16
                   MOVE "MARKS DROP ON LAST TERM" TO WS-ATTRIBUTE-NAME
               WHEN 17 MOVE "FAILED EXAM SITTINGS" TO WS-ATTRIBUTE-NAME
               WHEN 18 MOVE "FEES OWED" TO WS-ATTRIBUTE-NAME
               WHEN OTHER MOVE "?" TO WS-ATTRIBUTE-NAME
           END-EVALUATE.
           DISPLAY RK-CRITERION-NO " " WS-ATTRIBUTE-NAME " "
               RK-OPERATOR " " RK-VALUE " PTS " RK-POINTS
               " " RK-REASON.

       520-SHOW-BANDS.
           DISPLAY "BANDS: LISTED AT " RK-FLAG-SCORE
               " URGENT AT " RK-URGENT-SCORE.

      *> Only onto an empty file - a tuned rule set is never
      *> overwritten by the standard one.
       600-INSTALL-STANDARD.
           MOVE LOW-VALUES TO RK-CRITERION-NO.
           START RISK-CRITERIA-FILE KEY NOT < RK-CRITERION-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "RULES ALREADY ON FILE - STANDARD SET NOT "
                       "INSTALLED"
                   EXIT PARAGRAPH
           END-START.

           MOVE SPACES TO RISK-CRITERIA-RECORD.
           MOVE ZERO TO RK-CRITERION-NO.
           MOVE 30 TO RK-FLAG-SCORE.
           MOVE 60 TO RK-URGENT-SCORE.
           WRITE RISK-CRITERIA-RECORD.

           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > 7
               MOVE SPACES TO RISK-CRITERIA-RECORD
               MOVE WS-STANDARD-RULE (WS-STD-IDX)
                   TO RISK-CRITERIA-RECORD
               WRITE RISK-CRITERIA-RECORD
           END-PERFORM.
           DISPLAY "STANDARD RULES INSTALLED".
           PERFORM 500-LIST-RULES.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM RISK-CRITERIA-MAINTENANCE.
