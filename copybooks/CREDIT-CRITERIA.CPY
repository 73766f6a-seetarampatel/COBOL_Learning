      *****************************************************************
      * CREDIT-CRITERIA record layout - the scoring rules a credit
      * application is put through (CREDCRIT.DAT, keyed by
      * CK-CRITERION-NO, kept by CREDIT-CRITERIA-MAINTENANCE). Each
      * criterion is one line of the shared eligibility engine
      * (ELIGIBILITY-FIELDS.CPY attributes 6-15) with the points it
      * is worth when met and the reason printed when it is not. A
      * knockout criterion declines the application outright when
      * it is not met, whatever the score.
      *
      * Criterion 00 is not a rule but the decision bands: a score
      * at or over CK-APPROVE-SCORE approves, at or over
      * CK-REFER-SCORE refers to a manager, anything less declines.
      * The suggested limit is CK-INCOME-MULTIPLE times the monthly
      * income, scaled by the share of the points on offer that the
      * applicant scored, capped at CK-MAX-LIMIT, less what they
      * already owe us.
      *****************************************************************
       01  CREDIT-CRITERIA-RECORD.
           05 CK-CRITERION-NO     PIC 9(2).
           05 CK-RULE.
              10 CK-ATTRIBUTE     PIC 9(2).
              10 CK-OPERATOR      PIC X(2).
              10 CK-VALUE         PIC 9(7).
              10 CK-POINTS        PIC 9(3).
              10 CK-KNOCKOUT      PIC X(1).
              10 CK-REASON        PIC X(30).
           05 CK-BANDS REDEFINES CK-RULE.
              10 CK-APPROVE-SCORE PIC 9(4).
              10 CK-REFER-SCORE   PIC 9(4).
              10 CK-INCOME-MULTIPLE PIC 9(2)V9(1).
              10 CK-MAX-LIMIT     PIC 9(7)V9(2).
              10 FILLER           PIC X(25).
