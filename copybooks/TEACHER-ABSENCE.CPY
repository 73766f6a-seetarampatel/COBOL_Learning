      *****************************************************************
      * TEACHER-ABSENCE record layout - one row per spell of absence
      * (TEACHABS.DAT, keyed teacher + first day, kept by
      * TEACHER-MAINTENANCE): the teacher is away every day from
      * TB-FROM-DATE to TB-TO-DATE inclusive. TEACHER-COVER-RUN
      * finds cover for the lessons of everyone away on the day;
      * TEACHER-ABSENCE-REPORT totals the days per teacher per term.
      *
      * TB-REASON: S = sick, C = course or school business,
      *            P = personal leave, O = other.
      *****************************************************************
       01  TEACHER-ABSENCE-RECORD.
           05 TB-ABSENCE-KEY.
               10 TB-TEACHER-ID   PIC X(6).
               10 TB-FROM-DATE    PIC X(8).
           05 TB-TO-DATE          PIC X(8).
           05 TB-REASON           PIC X(1).
           05 TB-ENTERED-DATE     PIC X(8).
