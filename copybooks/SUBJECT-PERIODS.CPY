      *****************************************************************
      * SUBJECT-PERIODS record layout - the weekly teaching load of a
      * subject (SUBJPER.DAT, keyed by PW-SUBJECT, kept by
      * TEACHER-MAINTENANCE): how many periods a week every section
      * taking it must be given, and the kind of room it has to be
      * taught in. PW-ROOM-TYPE matches RO-ROOM-TYPE on ROOMS.DAT
      * (LAB, GYM, ART ...); spaces means any room will do.
      * TIMETABLE-BUILD places PW-PERIODS lessons a week for every
      * TEACHASG.DAT assignment of the subject.
      *****************************************************************
       01  SUBJECT-PERIODS-RECORD.
           05 PW-SUBJECT          PIC X(10).
           05 PW-PERIODS          PIC 9(2).
           05 PW-ROOM-TYPE        PIC X(4).
