      * the STUDENT-MASTER id it belongs to and the term it was sat
      * in, so results survive term over term and the comparison
      * report has something to compare.
      * A student who joined from another school carries their prior
      * results as credited rows under the section "XFER" - they
      * count toward transcripts, prerequisites and GPA, but class
      * statistics skip them (FI-CREDITED-PRIOR).
      *****************************************************************
       01   FI-SUBJECT-MARKS.
            88 ENDOFFILE VALUE HIGH-VALUES.
               10 FI-TERM-CODE  PIC X(5).
            05 FI-MARKS         PIC 9(3).
            05 FI-CLASS-SECTION PIC X(4).
               88 FI-CREDITED-PRIOR VALUE "XFER".
