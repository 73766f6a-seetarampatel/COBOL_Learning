      * size, which is exactly how tills get skimmed.
      *
      * UR-ROLE: C = cashier, M = manager.
      *
      * The staff-purchase terms ride the same row. UR-STAFF-DISC-PCT
      * is the discount the register gives when the basket is rung
      * as this person's staff purchase (zero = no staff discount);
      * UR-STAFF-ALLOWANCE caps the discounted spend per calendar
      * year, tracked on STAFFALW.DAT. UR-PAYROLL-DEDUCT = Y means
      * they have signed up to settle staff purchases out of wages.
      *
      * UR-STATUS: A (or blank, on rows older than the field) =
      * active, D = disabled. A disabled user cannot sign on at the
      * register or punch the time clock, and their manager code
      * authorizes nothing. USER-ACCESS-REVIEW disables users idle
      * past the dormancy limit (UR-STATUS-BY "DORMANT"); only a
      * manager can re-enable one, at USER-ROLE-MAINTENANCE, and both
      * land on the audit log. UR-STATUS-DATE is when the status last
      * changed - for a new or re-enabled user it also starts the
      * dormancy clock until they are next seen working.
      *****************************************************************
       01  USER-ROLE-RECORD.
           05 UR-USER-ID          PIC X(8).
           05 UR-NAME             PIC X(25).
           05 UR-ROLE             PIC X(1).
           05 UR-SECRET-CODE      PIC X(4).
           05 UR-STAFF-DISC-PCT   PIC 9(2)V9(2).
           05 UR-STAFF-ALLOWANCE  PIC 9(7)V9(2).
           05 UR-PAYROLL-DEDUCT   PIC X(1).
           05 UR-STATUS           PIC X(1).
              88 UR-DISABLED      VALUE "D".
           05 UR-STATUS-DATE      PIC X(8).
           05 UR-STATUS-BY        PIC X(8).
