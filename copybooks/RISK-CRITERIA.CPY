      *****************************************************************
      * RISK-CRITERIA record layout - the early-warning rules every
      * active student is scored against each week (RISKCRIT.DAT,
      * keyed by RK-CRITERION-NO, kept by RISK-CRITERIA-
      * MAINTENANCE). Each rule is one line of the shared
      * eligibility engine on a student fact - average marks (4),
      * attendance percentage (5), marks drop on last term (16),
      * failed exam sittings (17), fees owed (18) - and, the other
      * way round from the credit rules, a rule that is MET is a
      * warning sign: its points add to the student's risk score
      * and its reason is printed against the student.
      *
      * Criterion 00 is not a rule but the bands: a score at or
      * over RK-FLAG-SCORE puts the student on the intervention
      * list, at or over RK-URGENT-SCORE marks them urgent.
      *****************************************************************
       01  RISK-CRITERIA-RECORD.
           05 RK-CRITERION-NO     PIC 9(2).
           05 RK-RULE.
              10 RK-ATTRIBUTE     PIC 9(2).
              10 RK-OPERATOR      PIC X(2).
              10 RK-VALUE         PIC 9(7).
              10 RK-POINTS        PIC 9(3).
              10 RK-REASON        PIC X(30).
           05 RK-BANDS REDEFINES RK-RULE.
              10 RK-FLAG-SCORE    PIC 9(4).
              10 RK-URGENT-SCORE  PIC 9(4).
              10 FILLER           PIC X(36).
