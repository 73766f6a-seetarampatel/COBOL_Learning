      *****************************************************************
      * FEE-POSITION-FIELDS - WORKING-STORAGE for the shared
      * LOAD-FEE-POSITION paragraph (FEE-POSITION-LOGIC.CPY), so the
      * arrears run, the instalment-plan desk and the surcharge run
      * agree on what a student owes and what of it is due. Any
      * program that needs it COPYs both of these, with SELECT/FDs
      * for FEE-LEDGER-FILE (FILE STATUS FEE-LEDGER-STATUS, closed
      * when PERFORMed - it is opened, read and closed here) and
      * FEE-PLAN-FILE (COPY "INSTALMENT-PLAN.CPY", ASSIGN TO
      * "FEEPLAN.DAT", INDEXED on IP-PLAN-KEY, ACCESS DYNAMIC, FILE
      * STATUS FEE-PLAN-STATUS, open for input or I-O).
      *
      * Caller MOVEs the student to WS-IP-STUDENT, the date to judge
      * at (normally today) to WS-IP-AS-OF and the grace days to
      * WS-IP-GRACE, and PERFORMs LOAD-FEE-POSITION. Back come:
      *   WS-IP-BALANCE  - charges less payments, refunds and
      *                    concessions, as it always was;
      *   WS-IP-ARREARS  - the part of it due now: every unplanned
      *                    term's unpaid charges, and on a planned
      *                    term only the instalments already due;
      *   the term table - one row per term charged, oldest first,
      *                    with what is still unpaid once payments
      *                    are set against the oldest charges first,
      *                    and whether a plan covers it;
      *   the instalment table - each planned instalment with its
      *                    state: P paid, D not yet due, O overdue
      *                    but inside the grace period, M missed
      *                    (past due plus grace, still unpaid);
      *   PT-LATE-FLAGS  - which late fees the term already carries
      *                    (position 1-6 = "LATE FEE INST n",
      *                    position 7 = "LATE FEE" on an unplanned
      *                    term), so no lateness is charged twice.
      *****************************************************************
       01  WS-IP-STUDENT          PIC X(8).
       01  WS-IP-AS-OF            PIC X(8).
       01  WS-IP-GRACE            PIC 9(3) VALUE 14.
       01  WS-IP-BALANCE          PIC S9(7)V9(2).
       01  WS-IP-ARREARS          PIC 9(7)V9(2).
       01  WS-IP-CREDITS          PIC 9(7)V9(2).
       01  WS-IP-EOF              PIC X(1).
       01  WS-IP-DATE-NUM         PIC 9(8).
       01  WS-IP-AS-OF-DAYS       PIC 9(8).
       01  WS-IP-DUE-DAYS         PIC 9(8).
       01  WS-IP-PAID-TOWARD      PIC 9(7)V9(2).
       01  WS-IP-CUMULATIVE       PIC 9(7)V9(2).
       01  WS-IP-UNCOVERED        PIC 9(7)V9(2).
       01  WS-IP-FUTURE           PIC 9(7)V9(2).
       01  WS-IP-LATE-NO          PIC 9(1).
       01  WS-IP-SORTED           PIC X(1).

      *> The student's terms, oldest charge first.
       01  WS-IP-TERM-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-IP-TERM-TABLE.
           05 PT-ENTRY OCCURS 20 TIMES.
               10 PT-TERM-CODE    PIC X(5).
               10 PT-FIRST-DATE   PIC X(8).
               10 PT-CHARGED      PIC 9(7)V9(2).
               10 PT-UNPAID       PIC 9(7)V9(2).
               10 PT-DUE-NOW      PIC 9(7)V9(2).
               10 PT-PLANNED      PIC X(1).
               10 PT-LATE-FLAGS   PIC X(7).
       01  PT-IDX                 PIC 9(2).
       01  WS-IP-FOUND            PIC 9(2).
       01  WS-IP-SWAP             PIC X(48).

      *> Every planned instalment of the student's active plans.
       01  WS-IP-INST-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-IP-INST-TABLE.
           05 PI-ENTRY OCCURS 120 TIMES.
               10 PI-TERM-CODE    PIC X(5).
               10 PI-NUMBER       PIC 9(1).
               10 PI-DUE-DATE     PIC X(8).
               10 PI-AMOUNT       PIC 9(5)V9(2).
               10 PI-STATE        PIC X(1).
       01  PI-IDX                 PIC 9(3).
       01  IP-IDX                 PIC 9(1).
