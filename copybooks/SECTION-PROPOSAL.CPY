      *****************************************************************
      * SECTION-PROPOSAL record layout - the section a student is
      * proposed for in the incoming year (SECTPROP.DAT, keyed by
      * student). SECTION-ALLOCATION-RUN writes a class's rows, the
      * principal adjusts them at SECTION-ALLOCATION-DESK, and the
      * desk's approval copies SX-NEW-SECTION onto SM-CLASS-SECTION
      * and removes the row. SX-AVERAGE is the prior-year average
      * the run balanced on (the entrance-test average for a new
      * admission with no marks yet). SX-ADJUSTED-BY is the user who
      * moved the student by hand, spaces as the run placed them;
      * SX-NOTE says why a placement breaks a pair rule or the
      * section's seats.
      *****************************************************************
       01  SECTION-PROPOSAL-RECORD.
           05 SX-STUDENT-ID       PIC X(8).
           05 SX-CLASS-NO         PIC 9(2).
           05 SX-OLD-SECTION      PIC X(4).
           05 SX-NEW-SECTION      PIC X(4).
           05 SX-AVERAGE          PIC 9(3).
           05 SX-GENDER           PIC X(1).
           05 SX-ADJUSTED-BY      PIC X(8).
           05 SX-NOTE             PIC X(20).
