      *****************************************************************
      * RISK-FLAG record layout - one row each time a student goes
      * onto the early-warning intervention list (RISKFLAG.DAT,
      * written by AT-RISK-WARNING-RUN, followed up on
      * AT-RISK-FOLLOWUP-DESK), keyed by student and the date the
      * run first flagged them. While a flag is still open the
      * weekly run refreshes the score and the facts on the same
      * row instead of raising a new one; once closed, the next
      * flag starts a new row, so the file is the student's whole
      * intervention history.
      *
      * RF-RULES-MET: one byte per rule 01-20, "Y" where the rule
      * was met on the latest run.
      * RF-STATUS: O = open, nothing done yet; A = action taken,
      * outcome awaited; C = closed with an outcome.
      *****************************************************************
       01  RISK-FLAG-RECORD.
           05 RF-FLAG-KEY.
              10 RF-STUDENT-ID    PIC X(8).
              10 RF-FLAG-DATE     PIC X(8).
           05 RF-TERM-CODE        PIC X(5).
           05 RF-CLASS-SECTION    PIC X(4).
           05 RF-SCORE            PIC 9(4).
           05 RF-RULES-MET        PIC X(20).
           05 RF-ATTEND-PCT       PIC 9(3).
           05 RF-MARKS-AVG        PIC 9(3).
           05 RF-MARKS-DROP       PIC 9(3).
           05 RF-FAILED-SITS      PIC 9(3).
           05 RF-FEES-OWED        PIC 9(7).
           05 RF-LAST-RUN-DATE    PIC X(8).
           05 RF-STATUS           PIC X(1).
           05 RF-ACTION           PIC X(40).
           05 RF-ACTION-BY        PIC X(8).
           05 RF-ACTION-DATE      PIC X(8).
           05 RF-OUTCOME          PIC X(40).
           05 RF-OUTCOME-BY       PIC X(8).
           05 RF-OUTCOME-DATE     PIC X(8).
