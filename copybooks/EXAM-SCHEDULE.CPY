      *****************************************************************
      * EXAM-SCHEDULE record layout - when each subject's paper is
      * sat in a term (EXAMSCHD.DAT, written by EXAM-SCHEDULE-RUN
      * inside the term's TERMCAL.DAT exam window). HALL-TICKET-RUN
      * reads it to put the date and session against every paper on
      * a ticket and to print the room manifests session by session.
      * A rerun of the schedule replaces the term's rows.
      *
      * XS-SESSION: AM or PM.
      *****************************************************************
       01  EXAM-SCHEDULE-RECORD.
           05 XS-KEY.
              10 XS-TERM-CODE     PIC X(5).
              10 XS-SUBJECT       PIC X(10).
           05 XS-EXAM-DATE        PIC X(8).
           05 XS-SESSION          PIC X(2).
           05 XS-CANDIDATES       PIC 9(4).
