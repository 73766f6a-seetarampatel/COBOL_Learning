      *****************************************************************
      * CONCESSION record layout - a fee reduction the school has
      * granted (CONCESS.DAT, kept whole by CONCESSION-MAINTENANCE).
      * FEE-BILLING-RUN and the admissions desk's first-term billing
      * credit it against each charge as they raise it, through the
      * shared CONCESSION-LOGIC.CPY, instead of the bursar working
      * the reduction out by hand afterwards.
      *
      * CN-TYPE: S = scholarship (SCHOLARSHIP-SELECT's AWARDS.DAT
      *          winners are imported as these), T = staff child,
      *          H = hardship - all three name the student;
      *          B = sibling - a rule, not a student: CN-STUDENT-ID
      *          is spaces and the row applies to every child whose
      *          place among the active students sharing a guardian
      *          phone on GUARDIAN.DAT is CN-SIBLING-ORDER or later
      *          (eldest enrolled, lowest student id, is first). When
      *          several sibling rules qualify, the one with the
      *          highest order wins.
      * CN-BASIS: P = CN-VALUE is a percentage of each charge;
      *           A = CN-VALUE is an amount per term, used up across
      *           the term's charges in the order they are raised.
      * CN-CHARGE-DESC: the FS-CHARGE-DESC the concession is
      *           against (e.g. TUITION); spaces = every charge.
      * CN-FROM-TERM/CN-TO-TERM: the first and last terms it covers,
      *           ordered by their TERMCAL.DAT start dates; a blank
      *           CN-TO-TERM runs until it is ended.
      *****************************************************************
       01  CONCESSION-RECORD.
           05 CN-STUDENT-ID       PIC X(8).
           05 CN-TYPE             PIC X(1).
           05 CN-SIBLING-ORDER    PIC 9(1).
           05 CN-CHARGE-DESC      PIC X(15).
           05 CN-BASIS            PIC X(1).
           05 CN-VALUE            PIC 9(5)V9(2).
           05 CN-FROM-TERM        PIC X(5).
           05 CN-TO-TERM          PIC X(5).
           05 CN-REFERENCE        PIC X(20).
           05 CN-ENTERED-BY       PIC X(8).
           05 CN-ENTERED-DATE     PIC X(8).
