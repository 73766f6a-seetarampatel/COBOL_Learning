      * builds WS-ELIG-CRITERION(1) thru (WS-ELIG-CRITERIA-COUNT), then
      * PERFORMs CHECK-ELIGIBILITY and reads back WS-ELIG-RESULT /
      * IS-ELIGIBLE.
      *
      * A weighted decision (credit scoring) gives each criterion
      * points and PERFORMs SCORE-ELIGIBILITY instead: every criterion
      * is tried, WS-EC-PASSED records each outcome and the points of
      * the ones met add up in WS-ELIG-SCORE. Attributes 6-15 are the
      * applicant's credit facts, whole currency units where money.
      * Attributes 16-18 are a student's early-warning facts, scored
      * by AT-RISK-WARNING-RUN alongside marks (4) and attendance (5).
      *****************************************************************
       01  WS-ELIG-CANDIDATE.
           05 WS-ELIG-GENDER      PIC X(6).
           05 WS-ELIG-AGE         PIC 9(3).
           05 WS-ELIG-MARKS       PIC 9(3).
           05 WS-ELIG-ATTEND-PCT  PIC 9(3).
           05 WS-ELIG-INCOME      PIC 9(7).
           05 WS-ELIG-CUST-MONTHS PIC 9(7).
           05 WS-ELIG-SPEND-12M   PIC 9(7).
           05 WS-ELIG-VISITS-12M  PIC 9(7).
           05 WS-ELIG-LOANS-REPAID PIC 9(7).
           05 WS-ELIG-LOANS-WRITTEN PIC 9(7).
           05 WS-ELIG-WORST-STAGE PIC 9(7).
           05 WS-ELIG-LAY-DONE    PIC 9(7).
           05 WS-ELIG-LAY-CANCELLED PIC 9(7).
           05 WS-ELIG-OWED-NOW    PIC 9(7).
           05 WS-ELIG-MARKS-DROP  PIC 9(3).
           05 WS-ELIG-FAILED-SITS PIC 9(3).
           05 WS-ELIG-FEES-OWED   PIC 9(7).

       01  WS-ELIG-CRITERIA-COUNT PIC 9(2) VALUE ZERO.
       01  WS-ELIG-CRITERIA-TABLE.
      *>     WS-EC-ATTRIBUTE: 1=GENDER(alpha) 2=RATING 3=AGE 4=MARKS
      *>                      5=ATTENDANCE-PCT 6=MONTHLY INCOME
      *>                      7=MONTHS A CUSTOMER 8=SPEND LAST 12
      *>                      MONTHS 9=VISITS LAST 12 MONTHS
      *>                      10=LOANS REPAID 11=LOANS WRITTEN OFF
      *>                      12=WORST DUNNING STAGE NOW
      *>                      13=LAYAWAYS COMPLETED
      *>                      14=LAYAWAYS CANCELLED 15=OWED TO US NOW
      *>                      16=MARKS DROP ON LAST TERM
      *>                      17=FAILED EXAM SITTINGS 18=FEES OWED
      *>     WS-EC-OPERATOR:  EQ, NE, GT, GE, LT, LE
           05 WS-ELIG-CRITERION OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-ELIG-CRITERIA-COUNT
                   INDEXED BY EC-IDX.
              10 WS-EC-ATTRIBUTE   PIC 9(2).
              10 WS-EC-OPERATOR    PIC XX.
              10 WS-EC-ALPHA-VALUE PIC X(6).
              10 WS-EC-NUM-VALUE   PIC 9(7).
              10 WS-EC-POINTS      PIC 9(3).
              10 WS-EC-PASSED      PIC X(1).

       01  WS-EC-CANDIDATE-NUM     PIC 9(7).
       01  WS-ELIG-RESULT          PIC X(1) VALUE "Y".
           88 IS-ELIGIBLE VALUE "Y".
       01  WS-ELIG-SCORE           PIC 9(4).
       01  WS-ELIG-MAX-SCORE       PIC 9(4).
