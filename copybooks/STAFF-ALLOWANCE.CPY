      *****************************************************************
      * STAFF-ALLOWANCE record layout - one row per staff member per
      * calendar year (STAFFALW.DAT, indexed on SA-KEY), holding the
      * discounted spend they have used against UR-STAFF-ALLOWANCE
      * and the discount it earned them. The register adds each staff
      * basket as it posts and refuses the staff discount on a basket
      * that would run past the allowance; a receipt void takes the
      * basket back off.
      *****************************************************************
       01  STAFF-ALLOWANCE-RECORD.
           05 SA-KEY.
               10 SA-USER-ID      PIC X(8).
               10 SA-YEAR         PIC X(4).
           05 SA-SPENT            PIC S9(7)V9(2).
           05 SA-DISCOUNT-GIVEN   PIC S9(7)V9(2).
