      *****************************************************************
      * TIMETABLE-SLOT record layout - one row per lesson on the
      * weekly timetable (TIMETABL.DAT): in a term, a section is
      * taught a subject by its TEACHASG.DAT teacher in a room on a
      * day (1 = Monday) and period of the day. Keyed term/section/
      * day/period, so a section can never be in two places at
      * once; TIMETABLE-BUILD and TIMETABLE-DESK see to it that no
      * teacher and no room is either.
      *
      * TS-PLACED-BY: B = placed by TIMETABLE-BUILD, M = placed or
      * moved by hand at TIMETABLE-DESK. A rebuild clears and
      * re-places the B rows only - manual placements stand, and
      * count toward the subject's periods for the week.
      *****************************************************************
       01  TIMETABLE-SLOT-RECORD.
           05 TS-SLOT-KEY.
              10 TS-TERM-CODE     PIC X(5).
              10 TS-CLASS-SECTION PIC X(4).
              10 TS-DAY           PIC 9(1).
              10 TS-PERIOD        PIC 9(2).
           05 TS-SUBJECT          PIC X(10).
           05 TS-TEACHER-ID       PIC X(6).
           05 TS-ROOM-CODE        PIC X(4).
           05 TS-PLACED-BY        PIC X(1).
           05 TS-PLACED-USER      PIC X(8).
