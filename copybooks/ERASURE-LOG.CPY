      *****************************************************************
      * ERASURE-LOG record layout - one row per customer erasure
      * request taken at CUSTOMER-ERASURE-DESK (ERASELOG.DAT), kept
      * for the compliance file. A request is refused while the
      * customer still has anything open with us (EL-REASON says
      * what); a completed one has had the phone replaced everywhere
      * by the anonymous token EL-TOKEN, with the financial rows kept
      * under it. The phone itself is never written here - only its
      * last four digits, enough to answer "was my request done?"
      * without putting the customer back on file.
      *
      * EL-RESULT: C = completed, R = refused.
      *****************************************************************
       01  ERASURE-LOG-RECORD.
           05 EL-REQUEST-NO       PIC 9(6).
           05 EL-REQUEST-DATE     PIC X(8).
           05 EL-REQUEST-TIME     PIC X(6).
           05 EL-TAKEN-BY         PIC X(8).
           05 EL-PHONE-LAST4      PIC X(4).
           05 EL-RESULT           PIC X(1).
              88 EL-COMPLETED     VALUE "C".
              88 EL-REFUSED       VALUE "R".
           05 EL-TOKEN            PIC 9(10).
           05 EL-ROWS-CHANGED     PIC 9(6).
           05 EL-POINTS-FORFEITED PIC 9(7).
           05 EL-REASON           PIC X(40).
