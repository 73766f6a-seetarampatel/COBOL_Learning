      *****************************************************************
      * MARKS-STATUS record layout - one row per class section and
      * term (MARKSCHK.DAT), written by MARKS-COMPLETENESS-RUN: how
      * many enrolled student/subjects still have no mark on
      * MARKS.DAT, how many weighted components are missing off
      * COMPONENTS.DAT, and how many corrections still sit unapproved
      * on PENDING.DAT. REPORT-CARD-RUN and BOARD-RESULTS-EXPORT go
      * through the MARKS-GATE copybooks and refuse a section whose
      * row is missing or still has anything outstanding.
      *
      * MK-SIGNED-BY/-DATE are the principal's sign-off from
      * MARKS-SIGNOFF-DESK, letting a section through with the gaps
      * it had at the time (MK-SIGNED-OUTSTANDING). A later run that
      * finds more outstanding than was signed for clears the
      * sign-off - the principal signed for those gaps, not new ones.
      *****************************************************************
       01  MARKS-STATUS-RECORD.
           05 MK-STATUS-KEY.
              10 MK-CLASS-SECTION PIC X(4).
              10 MK-TERM-CODE     PIC X(5).
           05 MK-ENROLLED         PIC 9(5).
           05 MK-MISSING-MARKS    PIC 9(5).
           05 MK-MISSING-COMPS    PIC 9(5).
           05 MK-PENDING          PIC 9(5).
           05 MK-CHECKED-DATE     PIC X(8).
           05 MK-SIGNED-BY        PIC X(8).
           05 MK-SIGNED-DATE      PIC X(8).
           05 MK-SIGNED-OUTSTANDING PIC 9(5).
