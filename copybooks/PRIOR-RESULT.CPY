      *****************************************************************
      * PRIOR-RESULT record layout - PRIORRES.DAT, a line-sequential
      * file of results copied off an incoming student's previous
      * school report, one row per subject and term, in the other
      * school's own subject names. TRANSFER-IN-DESK loads it through
      * PRIORMAP.DAT; PR-TERM-CODE is the equivalent term on our
      * TERMCAL.DAT and PR-MARKS a percentage.
      *****************************************************************
       01  PRIOR-RESULT-RECORD.
           05 PR-STUDENT-ID       PIC X(8).
           05 PR-THEIR-SUBJECT    PIC X(20).
           05 PR-TERM-CODE        PIC X(5).
           05 PR-MARKS            PIC 9(3).
