      *****************************************************************
      * JOB-PLAN-FIELDS - WORKING-STORAGE for the shared LOAD-JOB-PLAN,
      * CHECK-JOB-STEP-SCHEDULED and SHOW-JOB-PLAN paragraphs
      * (JOB-PLAN-LOGIC.CPY). The caller COPYs both alongside
      * SELECT/FDs for JOB-DEFINITION-FILE (COPY "JOB-DEFINITION.CPY",
      * ASSIGN TO "JOBDEF.DAT", FILE STATUS JOB-DEFINITION-STATUS) and
      * RUN-CALENDAR-FILE (COPY "RUN-CALENDAR.CPY", ASSIGN TO
      * "RUNCAL.DAT", FILE STATUS RUN-CALENDAR-STATUS), and the
      * TABLE-BOUNDS copybooks.
      *
      * Caller MOVEs the chain (M or R) to WS-JP-CHAIN and PERFORMs
      * LOAD-JOB-PLAN: JP-ENTRY 1 .. WS-JP-STEP-COUNT come back in
      * step order with tonight's calendar schedule, and tonight's
      * day of week and month-end flag are set. CHECK-JOB-STEP-
      * SCHEDULED answers WS-JP-SCHEDULED for the entry at JP-IDX.
      *****************************************************************
       01  WS-JP-CHAIN            PIC X(1).
       01  WS-JP-EOF              PIC X(1).
       01  WS-JP-SORTED           PIC X(1).
       01  WS-JP-FOUND            PIC 9(2).
       01  WS-JP-FIND-STEP        PIC 9(2).
       01  WS-JP-STEP-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-JP-TABLE.
           05 JP-ENTRY OCCURS 20 TIMES.
               10 JP-STEP-NO      PIC 9(2).
               10 JP-PROGRAM      PIC X(30).
               10 JP-STEP-NAME    PIC X(30).
               10 JP-MAX-OK-RC    PIC 9(4).
               10 JP-AFTER-CHAIN  PIC X(1).
               10 JP-AFTER-STEP   PIC 9(2).
               10 JP-FREQ         PIC X(1).
               10 JP-DAY          PIC 9(1).
       01  JP-IDX                 PIC 9(2).
       01  WS-JP-SWAP             PIC X(71).

      *> Tonight's shape for the schedule test: day of week (the
      *> INTEGER-OF-DATE epoch day was a Monday, so the remainder
      *> maps straight to 1=Monday..7=Sunday) and whether tomorrow
      *> starts a new month.
       01  WS-JP-TODAY-NUM        PIC 9(8).
       01  WS-JP-TODAY-INT        PIC 9(7).
       01  WS-JP-TOMORROW-NUM     PIC 9(8).
       01  WS-JP-DAY-OF-WEEK      PIC 9(1).
       01  WS-JP-DOW-WORK         PIC 9(7).
       01  WS-JP-MONTH-END        PIC X(1).
       01  WS-JP-SCHEDULED        PIC X(1).
       01  WS-JP-WHEN             PIC X(28).
       01  WS-JP-AFTER            PIC X(16).
