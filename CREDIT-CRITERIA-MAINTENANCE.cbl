      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of STORE-MAINTENANCE, for the credit scoring
      *          rules on CREDCRIT.DAT that CREDIT-APPLICATION puts
      *          every loan and charge-account applicant through.
      *          Each rule is one eligibility-engine criterion on an
      *          applicant fact (income, how long and how much they
      *          have bought, their loan and layaway record, what
      *          they owe now), the points it is worth and the reason
      *          printed when it is not met; a knockout rule declines
      *          outright. Criterion 00 holds the approve and refer
      *          scores and the limit rule. A new file can be seeded
      *          with the standard rule set and tuned from there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-CRITERIA-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-CRITERIA-FILE
               ASSIGN TO "CREDCRIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CRITERION-NO
               FILE STATUS IS CREDIT-CRITERIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-CRITERIA-FILE.
           COPY "CREDIT-CRITERIA.CPY".

       WORKING-STORAGE SECTION.
       01  CREDIT-CRITERIA-STATUS PIC X(2).
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
       01  WS-LIMIT-ED            PIC Z(6)9.99.

      *> The standard rule set - written only to an empty file.
       01  WS-STANDARD-RULES.
           05 FILLER PIC X(47) VALUE
              "0111EQ0000000000YBAD DEBT WRITTEN OFF BEFORE   ".
           05 FILLER PIC X(47) VALUE
              "0212LE0000002000YOPEN LOAN AT FINAL NOTICE     ".
           05 FILLER PIC X(47) VALUE
              "0312EQ0000000015NOPEN LOAN IN ARREARS          ".
           05 FILLER PIC X(47) VALUE
              "0407GE0000006015NCUSTOMER UNDER 6 MONTHS       ".
           05 FILLER PIC X(47) VALUE
              "0508GE0000500015NSPENT UNDER 500 IN 12 MONTHS  ".
           05 FILLER PIC X(47) VALUE
              "0609GE0000006010NUNDER 6 VISITS IN 12 MONTHS   ".
           05 FILLER PIC X(47) VALUE
              "0706GE0001000020NINCOME UNDER 1000 A MONTH     ".
           05 FILLER PIC X(47) VALUE
              "0810GE0000001010NNO LOAN REPAID WITH US        ".
           05 FILLER PIC X(47) VALUE
              "0914EQ0000000010NLAYAWAY CANCELLED BEFORE      ".
           05 FILLER PIC X(47) VALUE
              "1013GE0000001005NNO LAYAWAY COMPLETED          ".
       01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-RULES.
           05 WS-STANDARD-RULE OCCURS 10 TIMES PIC X(47).
       01  WS-STD-IDX             PIC 9(2).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CREDIT CRITERIA MAINTENANCE".

           OPEN I-O CREDIT-CRITERIA-FILE.
           IF CREDIT-CRITERIA-STATUS = "35"
               OPEN OUTPUT CREDIT-CRITERIA-FILE
               CLOSE CREDIT-CRITERIA-FILE
               OPEN I-O CREDIT-CRITERIA-FILE
           END-IF.
           IF CREDIT-CRITERIA-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN CREDCRIT.DAT, STATUS "
                   CREDIT-CRITERIA-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE CREDIT-CRITERIA-FILE.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (S=ADD/CHANGE RULE, B=DECISION BANDS, "
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
           MOVE WS-LOOKUP-NO TO CK-CRITERION-NO.

           READ CREDIT-CRITERIA-FILE
               INVALID KEY
                   MOVE SPACES TO CREDIT-CRITERIA-RECORD
                   MOVE WS-LOOKUP-NO TO CK-CRITERION-NO
                   MOVE ZERO TO CK-ATTRIBUTE
                   MOVE ZERO TO CK-VALUE
                   MOVE ZERO TO CK-POINTS
                   MOVE "N" TO CK-KNOCKOUT
                   PERFORM 210-ACCEPT-RULE-FIELDS
                   IF CK-ATTRIBUTE < 6 OR CK-ATTRIBUTE > 15
                       OR CK-OPERATOR = SPACES
                       DISPLAY "RULE NEEDS A FACT AND A TEST - "
                           "NOT ADDED"
                   ELSE
                       WRITE CREDIT-CRITERIA-RECORD
                       DISPLAY "RULE ADDED: " CK-CRITERION-NO
                   END-IF
               NOT INVALID KEY
                   PERFORM 510-SHOW-ONE-RULE
                   PERFORM 210-ACCEPT-RULE-FIELDS
                   REWRITE CREDIT-CRITERIA-RECORD
                   DISPLAY "RULE UPDATED: " CK-CRITERION-NO
           END-READ.

       210-ACCEPT-RULE-FIELDS.
           DISPLAY "FACT: 6=MONTHLY INCOME 7=MONTHS A CUSTOMER "
               "8=SPEND 12 MONTHS 9=VISITS 12 MONTHS".
           DISPLAY "      10=LOANS REPAID 11=LOANS WRITTEN OFF "
               "12=WORST DUNNING STAGE 13=LAYAWAYS DONE".
           DISPLAY "      14=LAYAWAYS CANCELLED 15=OWED TO US NOW".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE CK-ATTRIBUTE TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CK-ATTRIBUTE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "TEST (EQ NE GT GE LT LE)".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRY(1:2)) TO CK-OPERATOR
           END-IF.
           IF CK-OPERATOR NOT = "EQ" AND NOT = "NE" AND NOT = "GT"
               AND NOT = "GE" AND NOT = "LT" AND NOT = "LE"
               DISPLAY "UNKNOWN TEST - RULE WILL NEVER BE MET"
           END-IF.

           DISPLAY "VALUE (WHOLE UNITS)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE CK-VALUE TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CK-VALUE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "POINTS WHEN MET".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE CK-POINTS TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CK-POINTS = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "KNOCKOUT - DECLINE IF NOT MET? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR "y"
               MOVE "Y" TO CK-KNOCKOUT
           END-IF.
           IF WS-ANSWER = "N" OR "n"
               MOVE "N" TO CK-KNOCKOUT
           END-IF.

           DISPLAY "REASON PRINTED WHEN NOT MET".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO CK-REASON
           END-IF.

      *> Criterion 00 - the score bands and the limit rule.
       300-MAINTAIN-BANDS.
           MOVE ZERO TO CK-CRITERION-NO.
           READ CREDIT-CRITERIA-FILE
               INVALID KEY
                   MOVE SPACES TO CREDIT-CRITERIA-RECORD
                   MOVE ZERO TO CK-CRITERION-NO
                   MOVE ZERO TO CK-APPROVE-SCORE
                   MOVE ZERO TO CK-REFER-SCORE
                   MOVE ZERO TO CK-INCOME-MULTIPLE
                   MOVE ZERO TO CK-MAX-LIMIT
                   PERFORM 310-ACCEPT-BANDS
                   WRITE CREDIT-CRITERIA-RECORD
               NOT INVALID KEY
                   PERFORM 520-SHOW-BANDS
                   PERFORM 310-ACCEPT-BANDS
                   REWRITE CREDIT-CRITERIA-RECORD
           END-READ.
           PERFORM 520-SHOW-BANDS.

       310-ACCEPT-BANDS.
           DISPLAY "SCORE TO APPROVE".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE CK-APPROVE-SCORE TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CK-APPROVE-SCORE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "SCORE TO REFER TO A MANAGER (BELOW IT DECLINES)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE CK-REFER-SCORE TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CK-REFER-SCORE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF CK-REFER-SCORE > CK-APPROVE-SCORE
               MOVE CK-APPROVE-SCORE TO CK-REFER-SCORE
               DISPLAY "REFER SCORE CANNOT BE OVER THE APPROVE SCORE "
                   "- SET EQUAL"
           END-IF.

           DISPLAY "LIMIT AS A MULTIPLE OF MONTHLY INCOME (E.G. 2.0)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE CK-INCOME-MULTIPLE TO WS-LIMIT-ED
                   MOVE WS-LIMIT-ED TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CK-INCOME-MULTIPLE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           DISPLAY "MOST ANY ONE APPLICANT CAN BE GIVEN".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               IF WS-IV-INPUT = SPACES
                   MOVE CK-MAX-LIMIT TO WS-LIMIT-ED
                   MOVE WS-LIMIT-ED TO WS-IV-INPUT
               END-IF
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CK-MAX-LIMIT = FUNCTION NUMVAL-C(WS-IV-INPUT).

       400-DELETE-RULE.
           DISPLAY "RULE NUMBER TO DELETE".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LOOKUP-NO = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-LOOKUP-NO = ZERO
               DISPLAY "THE DECISION BANDS CANNOT BE DELETED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-NO TO CK-CRITERION-NO.
           READ CREDIT-CRITERIA-FILE
               INVALID KEY
                   DISPLAY "RULE NOT FOUND: " WS-LOOKUP-NO
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 510-SHOW-ONE-RULE.
           DISPLAY "DELETE THIS RULE? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR "y"
               DELETE CREDIT-CRITERIA-FILE
               DISPLAY "RULE " WS-LOOKUP-NO " DELETED"
           END-IF.

       500-LIST-RULES.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-POINTS-ON-OFFER.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CK-CRITERION-NO.
           START CREDIT-CRITERIA-FILE KEY NOT < CK-CRITERION-NO
               INVALID KEY SET ENDOFCRITERIA TO TRUE
           END-START.
           PERFORM 505-LIST-ONE-RULE UNTIL ENDOFCRITERIA.
           DISPLAY "RULES ON FILE: " WS-LIST-COUNT
               " POINTS ON OFFER: " WS-POINTS-ON-OFFER.

       505-LIST-ONE-RULE.
           READ CREDIT-CRITERIA-FILE NEXT
               AT END
                   SET ENDOFCRITERIA TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF CK-CRITERION-NO = ZERO
               PERFORM 520-SHOW-BANDS
           ELSE
               ADD 1 TO WS-LIST-COUNT
               ADD CK-POINTS TO WS-POINTS-ON-OFFER
               PERFORM 510-SHOW-ONE-RULE
           END-IF.

       510-SHOW-ONE-RULE.
           EVALUATE CK-ATTRIBUTE
               WHEN 6  MOVE "MONTHLY INCOME" TO WS-ATTRIBUTE-NAME
               WHEN 7  MOVE "MONTHS A CUSTOMER" TO WS-ATTRIBUTE-NAME
               WHEN 8  MOVE "SPEND LAST 12 MONTHS" TO WS-ATTRIBUTE-NAME
               WHEN 9  MOVE "VISITS LAST 12 MONTHS" TO WS-ATTRIBUTE-NAME
               WHEN 10 MOVE "LOANS REPAID" TO WS-ATTRIBUTE-NAME
               WHEN 11 MOVE "LOANS WRITTEN OFF" TO WS-ATTRIBUTE-NAME
               WHEN 12 MOVE "WORST DUNNING STAGE" TO WS-ATTRIBUTE-NAME
               WHEN 13 MOVE "LAYAWAYS COMPLETED" TO WS-ATTRIBUTE-NAME
               WHEN 14 MOVE "LAYAWAYS CANCELLED" TO WS-ATTRIBUTE-NAME
               WHEN 15 MOVE "OWED TO US NOW" TO WS-ATTRIBUTE-NAME
               WHEN OTHER MOVE "?" TO WS-ATTRIBUTE-NAME
           END-EVALUATE.
           DISPLAY CK-CRITERION-NO " " WS-ATTRIBUTE-NAME " "
               CK-OPERATOR " " CK-VALUE " PTS " CK-POINTS
               " KO " CK-KNOCKOUT " " CK-REASON.

       520-SHOW-BANDS.
           MOVE CK-MAX-LIMIT TO WS-LIMIT-ED.
           DISPLAY "BANDS: APPROVE AT " CK-APPROVE-SCORE
               " REFER AT " CK-REFER-SCORE
               " LIMIT " CK-INCOME-MULTIPLE " X INCOME, MOST "
               WS-LIMIT-ED.

      *> Only onto an empty file - a tuned rule set is never
      *> overwritten by the standard one.
       600-INSTALL-STANDARD.
           MOVE LOW-VALUES TO CK-CRITERION-NO.
           START CREDIT-CRITERIA-FILE KEY NOT < CK-CRITERION-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "RULES ALREADY ON FILE - STANDARD SET NOT "
                       "INSTALLED"
                   EXIT PARAGRAPH
           END-START.

           MOVE SPACES TO CREDIT-CRITERIA-RECORD.
           MOVE ZERO TO CK-CRITERION-NO.
           MOVE 70 TO CK-APPROVE-SCORE.
           MOVE 45 TO CK-REFER-SCORE.
           MOVE 2.0 TO CK-INCOME-MULTIPLE.
           MOVE 5000.00 TO CK-MAX-LIMIT.
           WRITE CREDIT-CRITERIA-RECORD.

           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > 10
               MOVE SPACES TO CREDIT-CRITERIA-RECORD
               MOVE WS-STANDARD-RULE (WS-STD-IDX)
                   TO CREDIT-CRITERIA-RECORD
               WRITE CREDIT-CRITERIA-RECORD
           END-PERFORM.
           DISPLAY "STANDARD RULES INSTALLED".
           PERFORM 500-LIST-RULES.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM CREDIT-CRITERIA-MAINTENANCE.
