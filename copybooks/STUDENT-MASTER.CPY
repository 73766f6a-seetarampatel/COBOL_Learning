      *> transcripts keep working for leavers because the row stays.
           05 SM-STATUS           PIC X(1).
           05 SM-STATUS-DATE      PIC X(8).
      *> M or F, for balancing sections; spaces on rows predating
      *> the field until STUDENT-MAINTENANCE fills it in.
           05 SM-GENDER           PIC X(1).
      *> The programme whose graduation requirements GRADUATION-
      *> AUDIT-RUN holds the student to (GRADREQ.DAT); spaces means
      *> the general programme, GEN.
           05 SM-PROGRAMME        PIC X(4).
