      *****************************************************************
      * PRIOR-SUBJECT-MAP record layout - PRIORMAP.DAT, indexed on
      * PM-MAP-KEY: a previous school's own name for a subject mapped
      * to our marks-master subject name, whose first three letters
      * are the SUBJECTCODE.DAT / COURSEMSTR.DAT short name (the same
      * FI-SUBJECT(1:3) match the transcript uses for credit weight).
      * The incoming counterpart of SUBJMAP.DAT, which maps our
      * subjects out to the board's codes.
      *****************************************************************
       01  PRIOR-SUBJECT-MAP-RECORD.
           05 PM-MAP-KEY.
              10 PM-SCHOOL-CODE   PIC X(6).
              10 PM-THEIR-SUBJECT PIC X(20).
           05 PM-OUR-SUBJECT      PIC X(10).
