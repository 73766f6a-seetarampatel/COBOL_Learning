      *****************************************************************
      * TRANSFER-IN record layout - one row per student who joined us
      * from another school (TRANSFIN.DAT, indexed on TI-STUDENT-ID),
      * written by TRANSFER-IN-DESK. TI-SCHOOL-CODE is the short code
      * the PRIORMAP.DAT subject mappings hang off, so two students
      * from the same school share one set of mappings. The prior
      * results themselves go on MARKS.DAT as credited rows (see
      * FI-CREDITED-PRIOR in SUBJECT-MARKS.CPY).
      *****************************************************************
       01  TRANSFER-IN-RECORD.
           05 TI-STUDENT-ID       PIC X(8).
           05 TI-SCHOOL-CODE      PIC X(6).
           05 TI-SCHOOL-NAME      PIC X(30).
           05 TI-ARRIVAL-DATE     PIC X(8).
           05 TI-ENTERED-BY       PIC X(8).
           05 TI-ENTERED-DATE     PIC X(8).
