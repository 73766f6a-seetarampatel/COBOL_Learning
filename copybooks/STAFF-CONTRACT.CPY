      *****************************************************************
      * STAFF-CONTRACT record layout - one row per rostered member of
      * staff (STAFFCON.DAT, INDEXED on CH-USER-ID, kept by STAFF-
      * CONTRACT-MAINTENANCE), keyed by the same user ID as their
      * USERROLE.DAT row and their time-clock punches. Carries what
      * STAFF-ROTA-RUN needs to hand out shifts: the hours a week
      * they are contracted for, the post they can work, and the
      * hours of each weekday they are available.
      *
      * CH-POST: T = tills, F = shop floor, B = either.
      * CH-AVAIL-FROM/TO are whole hours on the 24-hour clock, the
      * TO hour being the end of the last hour they can work (09 to
      * 17 is an eight-hour day). Both zero = not available that
      * day. Entry 1 is Monday through entry 7 Sunday.
      *****************************************************************
       01  STAFF-CONTRACT-RECORD.
           05 CH-USER-ID            PIC X(8).
           05 CH-WEEKLY-HOURS       PIC 9(2)V9(1).
           05 CH-POST               PIC X(1).
              88 CH-TILLS           VALUE "T".
              88 CH-FLOOR           VALUE "F".
              88 CH-EITHER-POST     VALUE "B".
           05 CH-AVAILABILITY OCCURS 7 TIMES.
              10 CH-AVAIL-FROM      PIC 9(2).
              10 CH-AVAIL-TO        PIC 9(2).
           05 CH-CHANGED-BY         PIC X(8).
           05 CH-CHANGED-DATE       PIC X(8).
