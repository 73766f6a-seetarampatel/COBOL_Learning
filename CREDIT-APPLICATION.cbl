      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit application desk for loans and house charge
      *          accounts. Loans used to be opened on the manager's
      *          impression of the customer; this desk takes the
      *          applicant's phone, name, declared monthly income and
      *          the amount asked for, gathers what our own files
      *          already know about them - how long and how much they
      *          have bought (LOYALTY.DAT receipts priced off
      *          SALESLOG.DAT), loans repaid, written off or in
      *          arrears (LOANACCT.DAT), layaways completed or
      *          cancelled (LAYAWAY.DAT) and what they owe us now -
      *          and scores them against the rules on CREDCRIT.DAT
      *          through the shared eligibility engine. The decision
      *          (approve, refer or decline), suggested limit and
      *          reasons go on CREDAPP.DAT and the audit log. A
      *          referred application is approved or declined here by
      *          a manager. LOAN-ACCOUNTS and CHARGE-ACCOUNT-
      *          MAINTENANCE open an account only on an approved
      *          application.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-APPLICATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-APPLICATION-FILE
               ASSIGN TO "CREDAPP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APP-NO
               FILE STATUS IS CREDIT-APPLICATION-STATUS.

           SELECT CREDIT-CRITERIA-FILE
               ASSIGN TO "CREDCRIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CRITERION-NO
               FILE STATUS IS CREDIT-CRITERIA-STATUS.

           SELECT CONTACT-MASTER
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PHONE
               FILE STATUS IS CONTACT-MASTER-STATUS.

           SELECT CHARGE-ACCOUNT-FILE
               ASSIGN TO "CHGACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-PHONE
               FILE STATUS IS CHARGE-ACCOUNT-STATUS.

           SELECT LOYALTY-LOG
               ASSIGN TO "LOYALTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOYALTY-LOG-STATUS.

           SELECT SALES-LOG
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT LAYAWAY-FILE
               ASSIGN TO "LAYAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYAWAY-FILE-STATUS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-APPLICATION-FILE.
           COPY "CREDIT-APPLICATION.CPY".

       FD  CREDIT-CRITERIA-FILE.
           COPY "CREDIT-CRITERIA.CPY".

       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  CHARGE-ACCOUNT-FILE.
           COPY "CHARGE-ACCOUNT.CPY".

       FD  LOYALTY-LOG.
           COPY "LOYALTY-LOG.CPY".

       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       FD  LOAN-FILE.
           COPY "LOAN-ACCOUNT.CPY".

       FD  LAYAWAY-FILE.
           COPY "LAYAWAY-PLAN.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  CREDIT-APPLICATION-STATUS PIC X(2).
       01  CREDIT-CRITERIA-STATUS PIC X(2).
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  CHARGE-ACCOUNT-STATUS  PIC X(2).
       01  LOYALTY-LOG-STATUS     PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).
       01  LOAN-FILE-STATUS       PIC X(2).
       01  LAYAWAY-FILE-STATUS    PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-AUDIT-USER          PIC X(8).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".
       01  WS-NEXT-APP-NO         PIC 9(5) VALUE ZERO.
       01  WS-LOOKUP-APP          PIC 9(5).

      *> The decision bands (criterion 00) and, beside the engine's
      *> criteria table, each rule's knockout flag and reason.
       01  WS-BANDS-FOUND         PIC X(1) VALUE "N".
       01  WS-APPROVE-SCORE       PIC 9(4).
       01  WS-REFER-SCORE         PIC 9(4).
       01  WS-INCOME-MULTIPLE     PIC 9(2)V9(1).
       01  WS-MAX-LIMIT           PIC 9(7)V9(2).
       01  WS-RULE-TEXT-TABLE.
           05 WS-RULE-TEXT OCCURS 20 TIMES.
               10 WS-RT-KNOCKOUT  PIC X(1).
               10 WS-RT-REASON    PIC X(30).
       01  WS-KNOCKED-OUT         PIC X(1).
       01  WS-REASON-COUNT        PIC 9(1).

      *> Dates - months as a customer run from the earliest dealing
      *> we have on file; spend and visits cover the last 365 days.
       01  WS-TODAY               PIC X(8).
       01  WS-TODAY-NUM           PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
           05 WS-TODAY-YEAR       PIC 9(4).
           05 WS-TODAY-MONTH      PIC 9(2).
           05 WS-TODAY-DAY        PIC 9(2).
       01  WS-YEAR-AGO            PIC 9(8).
       01  WS-FIRST-DATE          PIC X(8).
       01  WS-FIRST-NUM           PIC 9(8).
       01  WS-FIRST-PARTS REDEFINES WS-FIRST-NUM.
           05 WS-FIRST-YEAR       PIC 9(4).
           05 WS-FIRST-MONTH      PIC 9(2).
           05 WS-FIRST-DAY        PIC 9(2).
       01  WS-MONTHS-CUSTOMER     PIC S9(5).

       01  WS-RECEIPT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-RECEIPT-TABLE-AREA.
           05 WS-RECEIPT-NO OCCURS 200 TIMES PIC 9(6).
       01  WS-RC-IDX              PIC 9(3).
       01  WS-RECEIPT-HIT         PIC X(1).
       01  WS-SPEND-TOTAL         PIC S9(9)V9(2).
       01  WS-OWED-TOTAL          PIC S9(9)V9(2).
       01  WS-MATCH-NAME          PIC X(20).
       01  WS-LOAN-MATCH          PIC X(1).

       01  WS-LIMIT-WORK          PIC S9(9)V9(2).
       01  WS-LIMIT-WHOLE         PIC S9(9).
       01  WS-AMOUNT-ED           PIC Z(6)9.99.
       01  WS-PRODUCT-NAME        PIC X(14).
       01  WS-DECISION-NAME       PIC X(8).
       01  WS-OLD-DECISION        PIC X(1).
       01  WS-NEW-DECISION        PIC X(1).

       01  WS-MANAGER-ID          PIC X(8).
       01  WS-MANAGER-SECRET      PIC X(4).
       01  WS-MANAGER-OK          PIC X(1).

           COPY "ELIGIBILITY-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CREDIT APPLICATION DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-YEAR-AGO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 365).

           PERFORM 050-LOAD-CRITERIA.
           IF WS-BANDS-FOUND NOT = "Y" OR WS-ELIG-CRITERIA-COUNT = ZERO
               DISPLAY "NO CREDIT RULES ON CREDCRIT.DAT - SET THEM UP "
                   "IN CREDIT-CRITERIA-MAINTENANCE FIRST"
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN CONTACTS.DAT, STATUS "
                   CONTACT-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O CREDIT-APPLICATION-FILE.
           IF CREDIT-APPLICATION-STATUS = "35"
               OPEN OUTPUT CREDIT-APPLICATION-FILE
               CLOSE CREDIT-APPLICATION-FILE
               OPEN I-O CREDIT-APPLICATION-FILE
           END-IF.
           IF CREDIT-APPLICATION-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN CREDAPP.DAT, STATUS "
                   CREDIT-APPLICATION-STATUS
               CLOSE CONTACT-MASTER
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 060-FIND-NEXT-APP-NO.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE CONTACT-MASTER.
           CLOSE CREDIT-APPLICATION-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

      *> Rules 01-20 into the engine's criteria table, in rule order.
       050-LOAD-CRITERIA.
           MOVE ZERO TO WS-ELIG-CRITERIA-COUNT.
           OPEN INPUT CREDIT-CRITERIA-FILE.
           IF CREDIT-CRITERIA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 055-LOAD-ONE-CRITERION UNTIL ENDOFINPUT.
           CLOSE CREDIT-CRITERIA-FILE.

       055-LOAD-ONE-CRITERION.
           READ CREDIT-CRITERIA-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF CK-CRITERION-NO = ZERO
               MOVE "Y" TO WS-BANDS-FOUND
               MOVE CK-APPROVE-SCORE TO WS-APPROVE-SCORE
               MOVE CK-REFER-SCORE TO WS-REFER-SCORE
               MOVE CK-INCOME-MULTIPLE TO WS-INCOME-MULTIPLE
               MOVE CK-MAX-LIMIT TO WS-MAX-LIMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ELIG-CRITERIA-COUNT TO WS-TB-COUNT.
           MOVE 20 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ELIG-CRITERIA-COUNT.
           MOVE CK-ATTRIBUTE TO WS-EC-ATTRIBUTE(WS-ELIG-CRITERIA-COUNT).
           MOVE CK-OPERATOR TO WS-EC-OPERATOR(WS-ELIG-CRITERIA-COUNT).
           MOVE SPACES TO WS-EC-ALPHA-VALUE(WS-ELIG-CRITERIA-COUNT).
           MOVE CK-VALUE TO WS-EC-NUM-VALUE(WS-ELIG-CRITERIA-COUNT).
           MOVE CK-POINTS TO WS-EC-POINTS(WS-ELIG-CRITERIA-COUNT).
           MOVE CK-KNOCKOUT TO WS-RT-KNOCKOUT(WS-ELIG-CRITERIA-COUNT).
           MOVE CK-REASON TO WS-RT-REASON(WS-ELIG-CRITERIA-COUNT).

       060-FIND-NEXT-APP-NO.
           MOVE ZERO TO WS-NEXT-APP-NO.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO AP-APP-NO.
           START CREDIT-APPLICATION-FILE KEY NOT < AP-APP-NO
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 065-SCAN-ONE-APPLICATION UNTIL ENDOFINPUT.
           ADD 1 TO WS-NEXT-APP-NO.

       065-SCAN-ONE-APPLICATION.
           READ CREDIT-APPLICATION-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE AP-APP-NO TO WS-NEXT-APP-NO.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (A=NEW APPLICATION, R=REVIEW A REFERRED "
               "APPLICATION, V=VIEW, X=EXIT)".
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 200-NEW-APPLICATION
               WHEN "R"
                   PERFORM 600-REVIEW-REFERRAL
               WHEN "V"
                   PERFORM 700-VIEW-APPLICATION
               WHEN "X"
                   MOVE "N" TO WS-WANT-MORE
               WHEN OTHER
                   DISPLAY "NO SUCH ACTION"
           END-EVALUATE.

      ******************************************************************
      * NEW APPLICATION - declared figures, gathered facts, score,
      * decision.
      ******************************************************************
       200-NEW-APPLICATION.
           DISPLAY "APPLICANT PHONE NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CM-PHONE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           READ CONTACT-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE - ADD THEM THROUGH "
                       "THE CONTACT CAPTURE FIRST"
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO CREDIT-APPLICATION-RECORD.
           MOVE WS-NEXT-APP-NO TO AP-APP-NO.
           MOVE WS-TODAY TO AP-DATE.
           MOVE CM-PHONE TO AP-PHONE.
           MOVE WS-USER-ID TO AP-ENTERED-BY.

           DISPLAY "PRODUCT (L=LOAN, C=HOUSE CHARGE ACCOUNT)".
           ACCEPT AP-PRODUCT.
           MOVE FUNCTION UPPER-CASE(AP-PRODUCT) TO AP-PRODUCT.
           IF AP-PRODUCT NOT = "L" AND NOT = "C"
               DISPLAY "NO SUCH PRODUCT"
               EXIT PARAGRAPH
           END-IF.
           IF AP-PRODUCT = "C"
               AND (CM-TRADING-NAME = SPACES OR CM-TAX-ID = SPACES)
               DISPLAY "NOT A TRADE CUSTOMER - FILE THEIR TRADING "
                   "NAME AND TAX ID BEFORE APPLYING FOR AN ACCOUNT"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "APPLICANT NAME".
           ACCEPT AP-NAME.
           MOVE FUNCTION UPPER-CASE(AP-NAME) TO AP-NAME.
           IF AP-NAME = SPACES AND AP-PRODUCT = "C"
               MOVE CM-TRADING-NAME TO AP-NAME
           END-IF.
           IF AP-NAME = SPACES
               DISPLAY "NAME REQUIRED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DECLARED MONTHLY INCOME".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE AP-INCOME = FUNCTION NUMVAL-C(WS-IV-INPUT).

           IF AP-PRODUCT = "L"
               DISPLAY "AMOUNT ASKED FOR"
           ELSE
               DISPLAY "CREDIT LIMIT ASKED FOR"
           END-IF.
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE AP-REQUESTED = FUNCTION NUMVAL-C(WS-IV-INPUT).

           PERFORM 300-GATHER-FACTS.
           PERFORM 400-SCORE-APPLICATION.

           WRITE CREDIT-APPLICATION-RECORD.
           IF CREDIT-APPLICATION-STATUS NOT = "00"
               DISPLAY "APPLICATION NOT SAVED, STATUS "
                   CREDIT-APPLICATION-STATUS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NEXT-APP-NO.

           MOVE WS-USER-ID TO WS-AUDIT-USER.
           MOVE SPACES TO WS-OLD-DECISION.
           MOVE AP-DECISION TO WS-NEW-DECISION.
           PERFORM 800-AUDIT-DECISION.
           PERFORM 710-SHOW-APPLICATION.

      ******************************************************************
      * The facts - off our own files, for this phone.
      ******************************************************************
       300-GATHER-FACTS.
           MOVE ZERO TO AP-CUST-MONTHS AP-VISITS-12M AP-LOANS-REPAID
               AP-LOANS-WRITTEN AP-WORST-STAGE AP-LAY-DONE
               AP-LAY-CANCELLED.
           MOVE ZERO TO AP-SPEND-12M.
           MOVE ZERO TO AP-OWED-NOW.
           MOVE ZERO TO WS-SPEND-TOTAL.
           MOVE ZERO TO WS-OWED-TOTAL.
           MOVE ZERO TO WS-RECEIPT-COUNT.
           MOVE WS-TODAY TO WS-FIRST-DATE.

           OPEN INPUT LOYALTY-LOG.
           IF LOYALTY-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 310-GATHER-ONE-VISIT UNTIL ENDOFINPUT
               CLOSE LOYALTY-LOG
           END-IF.

           IF WS-RECEIPT-COUNT > ZERO
               OPEN INPUT SALES-LOG
               IF SALES-LOG-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM 320-PRICE-ONE-SALES-ROW UNTIL ENDOFINPUT
                   CLOSE SALES-LOG
               END-IF
           END-IF.
           IF WS-SPEND-TOTAL > ZERO
               MOVE WS-SPEND-TOTAL TO AP-SPEND-12M
           END-IF.

           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 330-WEIGH-ONE-LOAN UNTIL ENDOFINPUT
               CLOSE LOAN-FILE
           END-IF.

           OPEN INPUT LAYAWAY-FILE.
           IF LAYAWAY-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 340-WEIGH-ONE-LAYAWAY UNTIL ENDOFINPUT
               CLOSE LAYAWAY-FILE
           END-IF.

           OPEN INPUT CHARGE-ACCOUNT-FILE.
           IF CHARGE-ACCOUNT-STATUS = "00"
               MOVE AP-PHONE TO CA-PHONE
               READ CHARGE-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CA-BALANCE > ZERO
                           ADD CA-BALANCE TO WS-OWED-TOTAL
                       END-IF
               END-READ
               CLOSE CHARGE-ACCOUNT-FILE
           END-IF.
           IF WS-OWED-TOTAL > ZERO
               MOVE WS-OWED-TOTAL TO AP-OWED-NOW
           END-IF.

           MOVE WS-FIRST-DATE TO WS-FIRST-NUM.
           COMPUTE WS-MONTHS-CUSTOMER =
               (WS-TODAY-YEAR - WS-FIRST-YEAR) * 12
               + WS-TODAY-MONTH - WS-FIRST-MONTH.
           IF WS-TODAY-DAY < WS-FIRST-DAY
               SUBTRACT 1 FROM WS-MONTHS-CUSTOMER
           END-IF.
           IF WS-MONTHS-CUSTOMER > ZERO
               MOVE WS-MONTHS-CUSTOMER TO AP-CUST-MONTHS
           END-IF.

       310-GATHER-ONE-VISIT.
           READ LOYALTY-LOG
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF LY-PHONE NOT = AP-PHONE OR LY-MOVEMENT-TYPE = "X"
               EXIT PARAGRAPH
           END-IF.
           IF LY-DATE IS NUMERIC AND LY-DATE < WS-FIRST-DATE
               MOVE LY-DATE TO WS-FIRST-DATE
           END-IF.
           IF LY-DATE NOT < WS-YEAR-AGO
               ADD 1 TO AP-VISITS-12M
               MOVE WS-RECEIPT-COUNT TO WS-TB-COUNT
               MOVE 200 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-RECEIPT-COUNT
                   MOVE LY-RECEIPT-NO
                       TO WS-RECEIPT-NO (WS-RECEIPT-COUNT)
               END-IF
           END-IF.

       320-PRICE-ONE-SALES-ROW.
           READ SALES-LOG
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE "N" TO WS-RECEIPT-HIT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RECEIPT-COUNT
                       OR WS-RECEIPT-HIT = "Y"
               IF WS-RECEIPT-NO (WS-RC-IDX) = SL-RECEIPT-NO
                   MOVE "Y" TO WS-RECEIPT-HIT
               END-IF
           END-PERFORM.
           IF WS-RECEIPT-HIT = "Y"
               ADD SL-LINE-TOTAL TO WS-SPEND-TOTAL
           END-IF.

      *> A loan is the applicant's by phone; one opened before loans
      *> carried a phone is matched on the customer name instead.
       330-WEIGH-ONE-LOAN.
           READ LOAN-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF LN-COLLECTION = SPACES
               INITIALIZE LN-COLLECTION
           END-IF.
           MOVE "N" TO WS-LOAN-MATCH.
           IF LN-PHONE IS NUMERIC AND LN-PHONE NOT = ZERO
               IF LN-PHONE = AP-PHONE
                   MOVE "Y" TO WS-LOAN-MATCH
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE(LN-CUSTOMER) TO WS-MATCH-NAME
               IF WS-MATCH-NAME = AP-NAME
                   MOVE "Y" TO WS-LOAN-MATCH
               END-IF
           END-IF.
           IF WS-LOAN-MATCH NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF LN-OPENED-DATE IS NUMERIC
               AND LN-OPENED-DATE < WS-FIRST-DATE
               MOVE LN-OPENED-DATE TO WS-FIRST-DATE
           END-IF.
           EVALUATE LN-STATUS
               WHEN "C"
                   ADD 1 TO AP-LOANS-REPAID
               WHEN "W"
                   ADD 1 TO AP-LOANS-WRITTEN
               WHEN "O"
                   IF LN-DUNNING-STAGE > AP-WORST-STAGE
                       MOVE LN-DUNNING-STAGE TO AP-WORST-STAGE
                   END-IF
                   ADD LN-BALANCE TO WS-OWED-TOTAL
                   ADD LN-CHARGES-OWED TO WS-OWED-TOTAL
           END-EVALUATE.

       340-WEIGH-ONE-LAYAWAY.
           READ LAYAWAY-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF LP-PHONE NOT = AP-PHONE
               EXIT PARAGRAPH
           END-IF.
           IF LP-DATE IS NUMERIC AND LP-DATE < WS-FIRST-DATE
               MOVE LP-DATE TO WS-FIRST-DATE
           END-IF.
           EVALUATE LP-STATUS
               WHEN "C"
                   ADD 1 TO AP-LAY-DONE
               WHEN "X"
                   ADD 1 TO AP-LAY-CANCELLED
               WHEN "O"
                   ADD LP-BALANCE TO WS-OWED-TOTAL
           END-EVALUATE.

      ******************************************************************
      * SCORE - every rule through the engine, then the bands. A
      * knockout rule not met declines whatever the score.
      ******************************************************************
       400-SCORE-APPLICATION.
           MOVE AP-INCOME TO WS-ELIG-INCOME.
           MOVE AP-CUST-MONTHS TO WS-ELIG-CUST-MONTHS.
           MOVE AP-SPEND-12M TO WS-ELIG-SPEND-12M.
           MOVE AP-VISITS-12M TO WS-ELIG-VISITS-12M.
           MOVE AP-LOANS-REPAID TO WS-ELIG-LOANS-REPAID.
           MOVE AP-LOANS-WRITTEN TO WS-ELIG-LOANS-WRITTEN.
           MOVE AP-WORST-STAGE TO WS-ELIG-WORST-STAGE.
           MOVE AP-LAY-DONE TO WS-ELIG-LAY-DONE.
           MOVE AP-LAY-CANCELLED TO WS-ELIG-LAY-CANCELLED.
           MOVE AP-OWED-NOW TO WS-ELIG-OWED-NOW.
           PERFORM SCORE-ELIGIBILITY.
           MOVE WS-ELIG-SCORE TO AP-SCORE.
           MOVE WS-ELIG-MAX-SCORE TO AP-MAX-SCORE.

      *> Reasons: knockouts first, then the other rules not met.
           MOVE ZERO TO WS-REASON-COUNT.
           MOVE "N" TO WS-KNOCKED-OUT.
           PERFORM VARYING EC-IDX FROM 1 BY 1
                   UNTIL EC-IDX > WS-ELIG-CRITERIA-COUNT
               IF WS-EC-PASSED(EC-IDX) = "N"
                   AND WS-RT-KNOCKOUT(EC-IDX) = "Y"
                   MOVE "Y" TO WS-KNOCKED-OUT
                   PERFORM 410-ADD-REASON
               END-IF
           END-PERFORM.
           PERFORM VARYING EC-IDX FROM 1 BY 1
                   UNTIL EC-IDX > WS-ELIG-CRITERIA-COUNT
               IF WS-EC-PASSED(EC-IDX) = "N"
                   AND WS-RT-KNOCKOUT(EC-IDX) NOT = "Y"
                   PERFORM 410-ADD-REASON
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-KNOCKED-OUT = "Y"
                   MOVE "D" TO AP-DECISION
               WHEN AP-SCORE NOT < WS-APPROVE-SCORE
                   MOVE "A" TO AP-DECISION
               WHEN AP-SCORE NOT < WS-REFER-SCORE
                   MOVE "R" TO AP-DECISION
               WHEN OTHER
                   MOVE "D" TO AP-DECISION
           END-EVALUATE.

           PERFORM 420-SUGGEST-LIMIT.
           IF AP-DECISION NOT = "D" AND AP-LIMIT = ZERO
               MOVE "R" TO AP-DECISION
               PERFORM 415-ADD-REASON-TEXT
           END-IF.
           IF WS-REASON-COUNT = ZERO
               MOVE "ALL RULES MET" TO AP-REASON(1)
           END-IF.

       410-ADD-REASON.
           IF WS-REASON-COUNT < 4
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-RT-REASON(EC-IDX) TO AP-REASON(WS-REASON-COUNT)
           END-IF.

      *> The limit shortfall goes in the last reason slot, keeping
      *> whichever rules were not met ahead of it.
       415-ADD-REASON-TEXT.
           MOVE 1 TO WS-REASON-COUNT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > 4
               IF AP-REASON(WS-RC-IDX) NOT = SPACES
                   MOVE WS-RC-IDX TO WS-REASON-COUNT
               END-IF
           END-PERFORM.
           IF AP-REASON(WS-REASON-COUNT) NOT = SPACES
               AND WS-REASON-COUNT < 4
               ADD 1 TO WS-REASON-COUNT
           END-IF.
           MOVE "NO ROOM LEFT AT THIS INCOME"
               TO AP-REASON(WS-REASON-COUNT).

      *> Income times the multiple, scaled by the share of the points
      *> scored, capped, less what they owe us already - in whole
      *> units.
       420-SUGGEST-LIMIT.
           MOVE ZERO TO AP-LIMIT.
           IF AP-DECISION = "D" OR AP-MAX-SCORE = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LIMIT-WORK =
               AP-INCOME * WS-INCOME-MULTIPLE * AP-SCORE / AP-MAX-SCORE.
           IF WS-LIMIT-WORK > WS-MAX-LIMIT
               MOVE WS-MAX-LIMIT TO WS-LIMIT-WORK
           END-IF.
           SUBTRACT AP-OWED-NOW FROM WS-LIMIT-WORK.
           MOVE WS-LIMIT-WORK TO WS-LIMIT-WHOLE.
           IF WS-LIMIT-WHOLE > ZERO
               MOVE WS-LIMIT-WHOLE TO AP-LIMIT
           END-IF.

      ******************************************************************
      * REVIEW - a manager approves or declines a referred
      * application, and may set a lower limit than suggested.
      ******************************************************************
       600-REVIEW-REFERRAL.
           PERFORM 750-READ-APPLICATION.
           IF CREDIT-APPLICATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 710-SHOW-APPLICATION.
           IF AP-DECISION NOT = "R"
               DISPLAY "ONLY A REFERRED APPLICATION IS REVIEWED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 650-VERIFY-MANAGER.
           IF WS-MANAGER-OK NOT = "Y"
               DISPLAY "REVIEW NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NEW-DECISION.
           PERFORM 610-ACCEPT-REVIEW-DECISION
               UNTIL WS-NEW-DECISION = "A" OR "D".

           IF WS-NEW-DECISION = "A"
               MOVE AP-LIMIT TO WS-AMOUNT-ED
               DISPLAY "LIMIT (BLANK FOR " WS-AMOUNT-ED ")"
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   IF WS-IV-INPUT = SPACES
                       MOVE WS-AMOUNT-ED TO WS-IV-INPUT
                   END-IF
                   PERFORM VALIDATE-NUMERIC-ENTRY
               END-PERFORM
               COMPUTE AP-LIMIT = FUNCTION NUMVAL-C(WS-IV-INPUT)
               IF AP-LIMIT > WS-MAX-LIMIT
                   MOVE WS-MAX-LIMIT TO AP-LIMIT
                   DISPLAY "CAPPED AT THE MOST ANY APPLICANT CAN BE "
                       "GIVEN"
               END-IF
               IF AP-LIMIT = ZERO
                   DISPLAY "NO LIMIT - APPLICATION DECLINED INSTEAD"
                   MOVE "D" TO WS-NEW-DECISION
               END-IF
           END-IF.
           IF WS-NEW-DECISION = "D"
               MOVE ZERO TO AP-LIMIT
           END-IF.

           MOVE AP-DECISION TO WS-OLD-DECISION.
           MOVE WS-NEW-DECISION TO AP-DECISION.
           MOVE WS-MANAGER-ID TO AP-REVIEWED-BY.
           REWRITE CREDIT-APPLICATION-RECORD.
           IF CREDIT-APPLICATION-STATUS NOT = "00"
               DISPLAY "REVIEW NOT SAVED, STATUS "
                   CREDIT-APPLICATION-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MANAGER-ID TO WS-AUDIT-USER.
           PERFORM 800-AUDIT-DECISION.
           PERFORM 710-SHOW-APPLICATION.

       610-ACCEPT-REVIEW-DECISION.
           DISPLAY "DECISION (A=APPROVE D=DECLINE)".
           ACCEPT WS-NEW-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-NEW-DECISION)
               TO WS-NEW-DECISION.

      *> SAFE-LEDGER's signature check: UR-ROLE "M" and the secret
      *> code on USERROLE.DAT.
       650-VERIFY-MANAGER.
           MOVE "N" TO WS-MANAGER-OK.
           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER, STATUS " USER-ROLE-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MANAGER ID".
           ACCEPT WS-MANAGER-ID.
           DISPLAY "MANAGER SECRET CODE".
           ACCEPT WS-MANAGER-SECRET.
           MOVE WS-MANAGER-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "MANAGER ID NOT ON FILE"
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-MANAGER-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-MANAGER-OK
                       DISPLAY "SIGNED BY " UR-NAME
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.
           CLOSE USER-ROLE-FILE.

       700-VIEW-APPLICATION.
           PERFORM 750-READ-APPLICATION.
           IF CREDIT-APPLICATION-STATUS = "00"
               PERFORM 710-SHOW-APPLICATION
           END-IF.

       710-SHOW-APPLICATION.
           IF AP-PRODUCT = "L"
               MOVE "LOAN" TO WS-PRODUCT-NAME
           ELSE
               MOVE "CHARGE ACCOUNT" TO WS-PRODUCT-NAME
           END-IF.
           EVALUATE AP-DECISION
               WHEN "A" MOVE "APPROVED" TO WS-DECISION-NAME
               WHEN "R" MOVE "REFERRED" TO WS-DECISION-NAME
               WHEN OTHER MOVE "DECLINED" TO WS-DECISION-NAME
           END-EVALUATE.
           DISPLAY "============ CREDIT APPLICATION " AP-APP-NO
               " ============".
           DISPLAY AP-NAME " PHONE " AP-PHONE " " WS-PRODUCT-NAME
               " DATED " AP-DATE " BY " AP-ENTERED-BY.
           MOVE AP-INCOME TO WS-AMOUNT-ED.
           DISPLAY "MONTHLY INCOME:        " WS-AMOUNT-ED.
           MOVE AP-REQUESTED TO WS-AMOUNT-ED.
           DISPLAY "ASKED FOR:             " WS-AMOUNT-ED.
           DISPLAY "MONTHS A CUSTOMER:     " AP-CUST-MONTHS
               "  VISITS IN 12 MONTHS: " AP-VISITS-12M.
           MOVE AP-SPEND-12M TO WS-AMOUNT-ED.
           DISPLAY "SPEND IN 12 MONTHS:    " WS-AMOUNT-ED.
           DISPLAY "LOANS REPAID:          " AP-LOANS-REPAID
               "  WRITTEN OFF: " AP-LOANS-WRITTEN
               "  WORST STAGE NOW: " AP-WORST-STAGE.
           DISPLAY "LAYAWAYS COMPLETED:    " AP-LAY-DONE
               "  CANCELLED: " AP-LAY-CANCELLED.
           MOVE AP-OWED-NOW TO WS-AMOUNT-ED.
           DISPLAY "OWED TO US NOW:        " WS-AMOUNT-ED.
           DISPLAY "SCORE:                 " AP-SCORE " OF "
               AP-MAX-SCORE.
           MOVE AP-LIMIT TO WS-AMOUNT-ED.
           DISPLAY "DECISION:              " WS-DECISION-NAME
               "  LIMIT " WS-AMOUNT-ED.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > 4
               IF AP-REASON(WS-RC-IDX) NOT = SPACES
                   DISPLAY "  REASON: " AP-REASON(WS-RC-IDX)
               END-IF
           END-PERFORM.
           IF AP-REVIEWED-BY NOT = SPACES
               DISPLAY "REVIEWED BY:           " AP-REVIEWED-BY
           END-IF.
           IF AP-OPENED-DATE NOT = SPACES
               DISPLAY "ACCOUNT OPENED:        " AP-OPENED-DATE
                   " REF " AP-ACCOUNT-REF
           END-IF.

       750-READ-APPLICATION.
           DISPLAY "APPLICATION NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LOOKUP-APP = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE WS-LOOKUP-APP TO AP-APP-NO.
           READ CREDIT-APPLICATION-FILE
               INVALID KEY
                   DISPLAY "APPLICATION NOT ON FILE: " WS-LOOKUP-APP
           END-READ.

      *> Same who/when/old/new trail every master correction writes.
       800-AUDIT-DECISION.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-USER TO AL-USER-ID.
           MOVE "CRDAPP" TO AL-RECORD-TYPE.
           MOVE AP-APP-NO TO AL-KEY-VALUE.
           MOVE "DECISION" TO AL-FIELD-NAME.
           MOVE WS-OLD-DECISION TO AL-OLD-VALUE.
           MOVE AP-LIMIT TO WS-AMOUNT-ED.
           STRING WS-NEW-DECISION " " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "ELIGIBILITY-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "AUDIT-LOG-LOGIC.CPY".

       END PROGRAM CREDIT-APPLICATION.
