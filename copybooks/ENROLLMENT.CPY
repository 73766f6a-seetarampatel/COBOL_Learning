      * enrollment the head forced past a failed prerequisite
      * carries EN-OVERRIDE "Y" with the head's id, and the
      * program's override report lists exactly those.
      *
      * EN-SEAT-SECTION is the section whose ELECTSEAT.DAT seat the
      * enrollment holds - spaces for a subject with no seat limit,
      * or once a leaver's seat has been handed back.
      *****************************************************************
       01  ENROLLMENT-RECORD.
           05 EN-ENROLL-KEY.
           05 EN-OVERRIDE         PIC X(1).
           05 EN-OVERRIDE-BY      PIC X(8).
           05 EN-ENROLL-DATE      PIC X(8).
           05 EN-SEAT-SECTION     PIC X(4).
