      *****************************************************************
      * COVER-DUTY record layout - one row per lesson an absent
      * teacher cannot take (COVERDTY.DAT, keyed date/period/section,
      * written by TEACHER-COVER-RUN): the lesson off TIMETABL.DAT,
      * whose it was and who was proposed to cover it. Rerunning a
      * day replaces that day's rows. CV-COVER-ID spaces = nobody
      * free, the lesson is uncovered. CV-QUALIFIED = Y when the
      * cover teacher teaches the subject somewhere on TEACHASG.DAT.
      * The cover rows are what the absence and workload reports
      * count as cover duties.
      *****************************************************************
       01  COVER-DUTY-RECORD.
           05 CV-COVER-KEY.
               10 CV-DATE         PIC X(8).
               10 CV-PERIOD       PIC 9(2).
               10 CV-CLASS-SECTION PIC X(4).
           05 CV-TERM-CODE        PIC X(5).
           05 CV-SUBJECT          PIC X(10).
           05 CV-ROOM-CODE        PIC X(4).
           05 CV-ABSENT-ID        PIC X(6).
           05 CV-COVER-ID         PIC X(6).
           05 CV-QUALIFIED        PIC X(1).
