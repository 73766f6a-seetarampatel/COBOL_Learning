      *****************************************************************
      * CONCESSION-FIELDS - WORKING-STORAGE for the shared
      * LOAD-TERM-CONCESSIONS / START-STUDENT-CONCESSIONS /
      * APPLY-CONCESSIONS paragraphs (CONCESSION-LOGIC.CPY), so
      * FEE-BILLING-RUN and the admissions desk's first-term billing
      * credit concessions the same way. Any program that raises fee
      * charges COPYs both of these, with SELECT/FDs for
      * CONCESSION-FILE (COPY "CONCESSION.CPY", ASSIGN TO
      * "CONCESS.DAT", LINE SEQUENTIAL, FILE STATUS CONCESSION-STATUS),
      * TERM-CALENDAR-FILE (INDEXED on TL-TERM-CODE, ACCESS DYNAMIC,
      * FILE STATUS TERM-CALENDAR-STATUS), STUDENT-MASTER and
      * GUARDIAN-FILE (both INDEXED, ACCESS DYNAMIC) and
      * FEE-LEDGER-FILE.
      *
      * LOAD-TERM-CONCESSIONS: caller MOVEs the term being billed to
      * WS-CN-TERM, has STUDENT-MASTER and GUARDIAN-FILE open and
      * CONCESSION-FILE and TERM-CALENDAR-FILE closed, and PERFORMs
      * it once before billing. It keeps the concessions covering the
      * term and the active students' guardian phones for working out
      * sibling order. It leaves STUDENT-MASTER positioned at its
      * end - a caller walking the master afterwards STARTs it again.
      *
      * START-STUDENT-CONCESSIONS: caller MOVEs the student about to
      * be billed to WS-CN-STUDENT and PERFORMs it before the first
      * charge; WS-CN-SIBLING-ORDER comes back with the child's place
      * in the family.
      *
      * APPLY-CONCESSIONS: caller PERFORMs it straight after WRITEing
      * each charge row, with FEE-LEDGER-RECORD still holding it and
      * FEE-LEDGER-FILE open for output. One type "D" credit row is
      * written after the charge for each concession that applies,
      * the credits together never more than the charge;
      * WS-CN-ROWS and WS-CN-TOTAL count what was written since
      * LOAD-TERM-CONCESSIONS.
      *****************************************************************
       01  WS-CN-TERM             PIC X(5).
       01  WS-CN-TERM-START       PIC X(8).
       01  WS-CN-STUDENT          PIC X(8).
       01  WS-CN-EOF              PIC X(1).
       01  WS-CN-FROM-START       PIC X(8).
       01  WS-CN-TO-START         PIC X(8).
       01  WS-CN-COVERS           PIC X(1).

      *> The concessions that cover the term being billed.
       01  WS-CN-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CN-TABLE.
           05 CN-ENTRY OCCURS 300 TIMES.
               10 CT-STUDENT-ID   PIC X(8).
               10 CT-TYPE         PIC X(1).
               10 CT-ORDER        PIC 9(1).
               10 CT-CHARGE-DESC  PIC X(15).
               10 CT-BASIS        PIC X(1).
               10 CT-VALUE        PIC 9(5)V9(2).
               10 CT-LEFT         PIC 9(5)V9(2).
       01  CT-IDX                 PIC 9(3).

      *> Active students with a guardian phone, in student-id order -
      *> the same phone is the same family.
       01  WS-CN-FAMILY-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-CN-FAMILY-TABLE.
           05 CN-FAMILY-ENTRY OCCURS 3000 TIMES.
               10 CF-STUDENT-ID   PIC X(8).
               10 CF-PHONE        PIC 9(10).
       01  CF-IDX                 PIC 9(4).

       01  WS-CN-MY-PHONE         PIC 9(10).
       01  WS-CN-SIBLING-ORDER    PIC 9(2).
       01  WS-CN-SIBLING-RULE     PIC 9(3).
       01  WS-CN-CHARGE-AMOUNT    PIC 9(5)V9(2).
       01  WS-CN-CHARGE-DESC      PIC X(15).
       01  WS-CN-GIVEN            PIC 9(5)V9(2).
       01  WS-CN-THIS             PIC 9(5)V9(2).
       01  WS-CN-ROWS             PIC 9(5) VALUE ZERO.
       01  WS-CN-TOTAL            PIC 9(7)V9(2) VALUE ZERO.
