      *****************************************************************
      * LEAVE-ENTITLEMENT record layout - one row per user per leave
      * year (LEAVEENT.DAT, INDEXED on LE-KEY, set at LEAVE-DESK by a
      * manager): the paid annual leave the user may take that
      * calendar year, in hours, so it reconciles straight against
      * the hours on the payroll export. LEAVE-DESK will not book a
      * request past what is left of it, and LEAVE-BALANCE-REPORT
      * sets the leave taken and booked (LEAVE.DAT) against it.
      *****************************************************************
       01  LEAVE-ENTITLEMENT-RECORD.
           05 LE-KEY.
              10 LE-USER-ID         PIC X(8).
              10 LE-YEAR            PIC 9(4).
           05 LE-ENTITLED-HOURS     PIC 9(3)V9(1).
           05 LE-SET-BY             PIC X(8).
           05 LE-SET-DATE           PIC X(8).
