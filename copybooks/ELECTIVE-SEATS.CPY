      *****************************************************************
      * ELECTIVE-SEATS record layout - the seat limit on a subject
      * for one section in one term (ELECTSEAT.DAT, set at
      * SUBJECT-ENROLLMENT's S action). A subject with no row here
      * has no limit. EL-ENROLLED is the seats taken - the
      * ENROLL.DAT rows carrying this section in EN-SEAT-SECTION -
      * and once it reaches EL-SEAT-LIMIT further enrollments go on
      * the waiting list (WAITLIST.DAT), ranked by EL-RANK-BY.
      *
      * EL-RANK-BY: D = request date (first come, first seated),
      * M = marks (best average over earlier terms first).
      *****************************************************************
       01  ELECTIVE-SEATS-RECORD.
           05 EL-SEAT-KEY.
              10 EL-SUBJECT       PIC X(10).
              10 EL-CLASS-SECTION PIC X(4).
              10 EL-TERM-CODE     PIC X(5).
           05 EL-SEAT-LIMIT       PIC 9(3).
           05 EL-RANK-BY          PIC X(1).
           05 EL-ENROLLED         PIC 9(3).
