      *****************************************************************
      * REEVAL-REQUEST record layout - one row per re-evaluation
      * (re-mark) a family asks for (REEVAL.DAT, kept by
      * REEVAL-DESK), keyed like the marks row it disputes. A
      * disputed mark used to come back as an unexplained
      * MARKS-MAINTENANCE correction; now the request, its fee, the
      * teacher it went to - never the one who marked it first -
      * and the outcome are all on the one row.
      *
      * RV-STATUS: R = routed to the reviewer; P = reviewer's mark
      * differs, correction waiting on MARKS-APPROVAL; C = mark
      * changed (approved); U = mark upheld - reviewer agreed, or
      * the correction was rejected.
      * RV-REFUNDED: Y once the fee has gone back on FEELEDGR.DAT,
      * which it does when the mark goes up.
      * RV-LETTER-DATE: spaces until the result letter is printed.
      *****************************************************************
       01  REEVAL-REQUEST-RECORD.
           05 RV-REQUEST-KEY.
              10 RV-STUDENT-ID    PIC X(8).
              10 RV-SUBJECT       PIC X(10).
              10 RV-TERM-CODE     PIC X(5).
           05 RV-CLASS-SECTION    PIC X(4).
           05 RV-REQUESTED-DATE   PIC X(8).
           05 RV-LOGGED-BY        PIC X(8).
           05 RV-ORIGINAL-MARKS   PIC 9(3).
           05 RV-MARKER-ID        PIC X(6).
           05 RV-REVIEWER-ID      PIC X(6).
           05 RV-FEE-AMOUNT       PIC 9(5)V9(2).
           05 RV-STATUS           PIC X(1).
           05 RV-REVISED-MARKS    PIC 9(3).
           05 RV-OUTCOME-DATE     PIC X(8).
           05 RV-DECIDED-BY       PIC X(8).
           05 RV-REFUNDED         PIC X(1).
           05 RV-LETTER-DATE      PIC X(8).
