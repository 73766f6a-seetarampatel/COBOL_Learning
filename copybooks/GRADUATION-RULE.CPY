      *****************************************************************
      * GRADUATION-RULE record layout - what a programme needs to
      * graduate (GRADREQ.DAT, kept whole by GRADUATION-RULES-
      * MAINTENANCE, read by GRADUATION-AUDIT-RUN). Two kinds of row
      * per programme code:
      *   GR-SUBJECT spaces - the programme's header: total credits
      *     required (credit weights off COURSEMSTR.DAT), the mark a
      *     subject needs to earn its credit, and the class number
      *     of the final year for the at-risk list.
      *   GR-SUBJECT set    - a compulsory subject with the minimum
      *     mark it must reach at least once.
      *****************************************************************
       01  GRADUATION-RULE-RECORD.
           05 GR-PROGRAMME        PIC X(4).
           05 GR-SUBJECT          PIC X(10).
           05 GR-CREDITS          PIC 9(3).
           05 GR-MIN-MARKS        PIC 9(3).
           05 GR-FINAL-CLASS      PIC 9(2).
