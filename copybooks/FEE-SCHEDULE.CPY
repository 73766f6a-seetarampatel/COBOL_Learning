      * whatever the bursar levies. A row with a blank section
      * applies to every section. FEE-BILLING-RUN raises each
      * enrolled student's charges for the term from these rows.
      *
      * FS-REFUND-RULE: what STUDENT-WITHDRAWAL credits back when a
      * student leaves part way through the term - P (or blank) =
      * the unused days' share, pro rata; N = non-refundable (the
      * registration fee, say).
      *****************************************************************
       01  FEE-SCHEDULE-RECORD.
           05 FS-TERM-CODE        PIC X(5).
           05 FS-CLASS-SECTION    PIC X(4).
           05 FS-CHARGE-DESC      PIC X(15).
           05 FS-AMOUNT           PIC 9(5)V9(2).
           05 FS-REFUND-RULE      PIC X(1).
