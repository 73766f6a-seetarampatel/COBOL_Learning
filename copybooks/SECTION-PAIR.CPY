      *****************************************************************
      * SECTION-PAIR record layout - a "keep apart" or "keep
      * together" instruction for two students (SECTPAIR.DAT, entered
      * by the office at SECTION-ALLOCATION-DESK). The lower id is
      * always SP-STUDENT-A, so a pair has one row whichever way
      * round it was keyed. SECTION-ALLOCATION-RUN places kept-
      * together students as one unit and never puts kept-apart
      * students in the same section if any other section will do.
      *
      * SP-RULE: A = keep apart, T = keep together.
      *****************************************************************
       01  SECTION-PAIR-RECORD.
           05 SP-PAIR-KEY.
              10 SP-STUDENT-A     PIC X(8).
              10 SP-STUDENT-B     PIC X(8).
           05 SP-RULE             PIC X(1).
           05 SP-ENTERED-BY       PIC X(8).
           05 SP-ENTERED-DATE     PIC X(8).
