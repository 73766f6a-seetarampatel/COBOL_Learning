      *****************************************************************
      * WAITING-LIST record layout - a student waiting for a seat in
      * a full elective (WAITLIST.DAT), keyed like the ELECTSEAT.DAT
      * row it waits on plus the student. WT-RANK-MARK is the
      * student's average over earlier terms when the request was
      * made; the prerequisite override, if the head granted one,
      * rides along to the enrollment the seat becomes.
      *
      * WT-STATUS: W = waiting, E = seated off the list,
      * C = cancelled (dropped off the list, or left the school).
      *****************************************************************
       01  WAITING-LIST-RECORD.
           05 WT-KEY.
              10 WT-SUBJECT       PIC X(10).
              10 WT-CLASS-SECTION PIC X(4).
              10 WT-TERM-CODE     PIC X(5).
              10 WT-STUDENT-ID    PIC X(8).
           05 WT-REQUEST-STAMP    PIC X(14).
           05 WT-RANK-MARK        PIC 9(3).
           05 WT-OVERRIDE         PIC X(1).
           05 WT-OVERRIDE-BY      PIC X(8).
           05 WT-STATUS           PIC X(1).
           05 WT-STATUS-DATE      PIC X(8).
