      * points spent as tender. Appended by the register, read by
      * LOYALTY-STATEMENT-REPORT for the monthly per-customer
      * statement. Same COPY-into-FD convention as SALES-LOG.CPY.
      *
      * LY-MOVEMENT-TYPE: spaces = a checkout; X = points expired by
      * LOYALTY-EXPIRY-RUN (receipt number zero, the expired points
      * in LY-POINTS-SPENT). An expiry is not a visit - readers
      * counting visits or last activity skip X rows.
      *****************************************************************
       01  LOYALTY-LOG-RECORD.
           05 LY-PHONE            PIC 9(10).
           05 LY-RECEIPT-NO       PIC 9(6).
           05 LY-POINTS-EARNED    PIC 9(7).
           05 LY-POINTS-SPENT     PIC 9(7).
           05 LY-MOVEMENT-TYPE    PIC X(1).
