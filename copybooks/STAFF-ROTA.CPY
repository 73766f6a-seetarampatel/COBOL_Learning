      *****************************************************************
      * STAFF-ROTA record layout - one row per shift rostered
      * (ROTA.DAT, INDEXED on RT-KEY), written by STAFF-ROTA-RUN for
      * the week it is run for; a rerun for the same week replaces
      * that week's rows. One shift per person per day. TIME-SHEET-
      * EXPORT sets the hours actually punched against RT-HOURS.
      *
      * RT-START-HOUR/RT-END-HOUR are whole hours on the 24-hour
      * clock, the end hour being when the shift finishes.
      * RT-POST: T = tills, F = shop floor, B = split between the
      * two as the hour's shortage fell.
      *****************************************************************
       01  STAFF-ROTA-RECORD.
           05 RT-KEY.
              10 RT-DATE            PIC X(8).
              10 RT-USER-ID         PIC X(8).
           05 RT-WEEK-START         PIC X(8).
           05 RT-START-HOUR         PIC 9(2).
           05 RT-END-HOUR           PIC 9(2).
           05 RT-HOURS              PIC 9(2).
           05 RT-POST               PIC X(1).
           05 RT-RUN-DATE           PIC X(8).
