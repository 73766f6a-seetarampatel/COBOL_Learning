      ******************************************************************
      * Author:
      * Date:
      * Purpose: The holiday book and sickness register in one small
      *          ACCEPT-driven desk, in the style of TIME-CLOCK. Any
      *          live user on USERROLE.DAT signs on with their ID and
      *          can request annual leave for a run of days (R),
      *          cancel a request of their own not yet taken (C) and
      *          see their balance for a leave year (B). A request
      *          writes a LEAVE.DAT row for each day they would have
      *          worked - the rostered shift's hours off ROTA.DAT,
      *          else the average day of their STAFFCON.DAT contract
      *          - and is refused if it would take them past what is
      *          left of their entitlement (LEAVEENT.DAT) after the
      *          leave already taken, booked and awaiting approval.
      *          A manager who keys their secret code at sign-on can
      *          also act for anyone: approve or decline pending
      *          requests (P) - never their own - record sickness
      *          absence after the event (S), which turns any annual
      *          leave booked on those days back into entitlement,
      *          and set a user's yearly entitlement in hours (E).
      *          Every change lands on the audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-DAY-FILE
               ASSIGN TO "LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-DAY-STATUS.

           SELECT LEAVE-ENTITLEMENT-FILE
               ASSIGN TO "LEAVEENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-KEY
               FILE STATUS IS LEAVE-ENT-STATUS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

           SELECT STAFF-CONTRACT-FILE
               ASSIGN TO "STAFFCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-USER-ID
               FILE STATUS IS STAFF-CONTRACT-STATUS.

           SELECT STAFF-ROTA-FILE
               ASSIGN TO "ROTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS STAFF-ROTA-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-DAY-FILE.
           COPY "LEAVE-DAY.CPY".

       FD  LEAVE-ENTITLEMENT-FILE.
           COPY "LEAVE-ENTITLEMENT.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  STAFF-CONTRACT-FILE.
           COPY "STAFF-CONTRACT.CPY".

       FD  STAFF-ROTA-FILE.
           COPY "STAFF-ROTA.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  LEAVE-DAY-STATUS       PIC X(2).
       01  LEAVE-ENT-STATUS       PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  STAFF-CONTRACT-STATUS  PIC X(2).
       01  STAFF-ROTA-STATUS      PIC X(2).
      *> Set once the OPEN works - each keyed READ rewrites the
      *> status, so it cannot say whether the file is open.
       01  WS-CONTRACTS-OPEN      PIC X(1) VALUE "N".
       01  WS-ROTA-OPEN           PIC X(1) VALUE "N".
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-CONFIRM             PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-USER-NAME           PIC X(25).
       01  WS-SECRET-CODE         PIC X(4).
       01  WS-MANAGER-OK          PIC X(1) VALUE "N".
       01  WS-TODAY               PIC X(8).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFLEAVE VALUE "Y".

      *> Whose leave the transaction is about - the signed-on user,
      *> or anyone a manager names.
       01  WS-FOR-USER            PIC X(8).
       01  WS-FOR-NAME            PIC X(25).
       01  WS-ENTRY               PIC X(8).

       01  WS-FROM-DATE           PIC X(8).
       01  WS-TO-DATE             PIC X(8).
       01  WS-RANGE-OK            PIC X(1).
       01  WS-DATE-NUM            PIC 9(8).
       01  WS-FROM-INT            PIC 9(7).
       01  WS-TO-INT              PIC 9(7).
       01  WS-DAY-INT             PIC 9(7).
       01  WS-DOW                 PIC 9(1).
       01  WS-DAY-DATE            PIC X(8).
       01  WS-YEAR                PIC 9(4).
       01  WS-YEAR-IN             PIC X(4).
       01  WS-YEAR-OK             PIC X(1).

      *> What one day off is worth, and how it was worked out.
       01  WS-DAY-HOURS           PIC 9(2)V9(1).
       01  WS-DEFAULT-DAY-HOURS   PIC 9(2)V9(1).
       01  WS-ASKED-DEFAULT       PIC X(1).
       01  WS-HAS-CONTRACT        PIC X(1).
       01  WS-AVAIL-DAYS          PIC 9(1).
       01  WS-D                   PIC 9(1).

      *> The days a request or sickness spell will write, built and
      *> checked before anything is written. PL-ON-FILE = Y: a row
      *> for the day is already there (declined, cancelled, or annual
      *> leave a sickness spell replaces) and is rewritten.
       01  WS-PLAN-MODE           PIC X(1).
           88 PLANNING-LEAVE      VALUE "A".
           88 PLANNING-SICKNESS   VALUE "S".
       01  WS-PLAN-COUNT          PIC 9(2).
       01  WS-PLAN-AREA.
           05 WS-PLAN OCCURS 31 TIMES.
               10 PL-DATE          PIC X(8).
               10 PL-HOURS         PIC 9(2)V9(1).
               10 PL-ON-FILE       PIC X(1).
       01  WS-P                   PIC 9(2).
       01  WS-CONFLICT            PIC X(1).
       01  WS-REQUEST-HOURS       PIC 9(4)V9(1).
       01  WS-REASON              PIC X(20).

      *> Request numbering - one past the highest on LEAVE.DAT.
       01  WS-NEXT-REQUEST        PIC 9(6) VALUE 1.
       01  WS-REQUEST-NO          PIC 9(6).
       01  WS-DECISION            PIC X(1).
       01  WS-ROWS-CHANGED        PIC 9(3).

      *> One user's leave year, from 800-LOAD-BALANCE.
       01  WS-HAS-ENTITLEMENT     PIC X(1).
       01  WS-BAL-ENTITLED        PIC 9(4)V9(1).
       01  WS-BAL-TAKEN           PIC 9(4)V9(1).
       01  WS-BAL-BOOKED          PIC 9(4)V9(1).
       01  WS-BAL-PENDING         PIC 9(4)V9(1).
       01  WS-BAL-SICK            PIC 9(4)V9(1).
       01  WS-BAL-REMAINING       PIC S9(4)V9(1).
       01  WS-BAL-FREE            PIC S9(4)V9(1).
       01  WS-BAL-EOF             PIC X(1).

      *> Pending requests, gathered for the manager's decision.
       01  WS-PENDING-COUNT       PIC 9(2).
       01  WS-PENDING-AREA.
           05 WS-PENDING OCCURS 50 TIMES.
               10 PQ-REQUEST-NO    PIC 9(6).
               10 PQ-USER-ID       PIC X(8).
               10 PQ-FIRST-DATE    PIC X(8).
               10 PQ-LAST-DATE     PIC X(8).
               10 PQ-HOURS         PIC 9(4)V9(1).
               10 PQ-DAYS          PIC 9(2).
       01  WS-Q                   PIC 9(2).
       01  WS-Q-FOUND             PIC 9(2).

       01  WS-HOURS-ED            PIC ZZZ9.9.
       01  WS-REMAIN-ED           PIC -ZZZ9.9.
       01  WS-OLD-HOURS-ED        PIC ZZZ9.9.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STAFF LEAVE DESK".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER - NOBODY TO BOOK LEAVE "
                   "FOR, STATUS " USER-ROLE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID.
           MOVE WS-USER-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "USER ID NOT ON FILE"
                   CLOSE USER-ROLE-FILE
                   GO TO 900-END-PROGRAM
           END-READ.
           IF UR-DISABLED
               DISPLAY "USER " WS-USER-ID " IS DISABLED"
               CLOSE USER-ROLE-FILE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE UR-NAME TO WS-USER-NAME.
           IF UR-ROLE = "M"
               DISPLAY "MANAGER SECRET CODE (BLANK FOR YOUR OWN "
                   "LEAVE ONLY)"
               ACCEPT WS-SECRET-CODE
               IF WS-SECRET-CODE = UR-SECRET-CODE
                   MOVE "Y" TO WS-MANAGER-OK
               ELSE
                   IF WS-SECRET-CODE NOT = SPACES
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG "
                           "CODE - YOUR OWN LEAVE ONLY"
                   END-IF
               END-IF
           END-IF.
           DISPLAY "SIGNED ON: " WS-USER-NAME.

           OPEN I-O LEAVE-DAY-FILE.
           IF LEAVE-DAY-STATUS = "35"
               OPEN OUTPUT LEAVE-DAY-FILE
               CLOSE LEAVE-DAY-FILE
               OPEN I-O LEAVE-DAY-FILE
           END-IF.
           IF LEAVE-DAY-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN LEAVE.DAT, STATUS "
                   LEAVE-DAY-STATUS
               CLOSE USER-ROLE-FILE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN I-O LEAVE-ENTITLEMENT-FILE.
           IF LEAVE-ENT-STATUS = "35"
               OPEN OUTPUT LEAVE-ENTITLEMENT-FILE
               CLOSE LEAVE-ENTITLEMENT-FILE
               OPEN I-O LEAVE-ENTITLEMENT-FILE
           END-IF.
           IF LEAVE-ENT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN LEAVEENT.DAT, STATUS "
                   LEAVE-ENT-STATUS
               CLOSE LEAVE-DAY-FILE
               CLOSE USER-ROLE-FILE
               GO TO 900-END-PROGRAM
           END-IF.
      *> Contracts and the rota only price a day off; either missing
      *> just means the hours are asked for instead.
           OPEN INPUT STAFF-CONTRACT-FILE.
           IF STAFF-CONTRACT-STATUS = "00"
               MOVE "Y" TO WS-CONTRACTS-OPEN
           END-IF.
           OPEN INPUT STAFF-ROTA-FILE.
           IF STAFF-ROTA-STATUS = "00"
               MOVE "Y" TO WS-ROTA-OPEN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 050-FIND-NEXT-REQUEST-NO.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE LEAVE-DAY-FILE.
           CLOSE LEAVE-ENTITLEMENT-FILE.
           CLOSE USER-ROLE-FILE.
           IF WS-CONTRACTS-OPEN = "Y"
               CLOSE STAFF-CONTRACT-FILE
               MOVE "N" TO WS-CONTRACTS-OPEN
           END-IF.
           IF WS-ROTA-OPEN = "Y"
               CLOSE STAFF-ROTA-FILE
               MOVE "N" TO WS-ROTA-OPEN
           END-IF.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       050-FIND-NEXT-REQUEST-NO.
           MOVE LOW-VALUES TO LV-KEY.
           MOVE "N" TO WS-EOF-FLAG.
           START LEAVE-DAY-FILE KEY NOT < LV-KEY
               INVALID KEY SET ENDOFLEAVE TO TRUE
           END-START.
           PERFORM 055-CHECK-ONE-REQUEST-NO UNTIL ENDOFLEAVE.

       055-CHECK-ONE-REQUEST-NO.
           READ LEAVE-DAY-FILE NEXT
               AT END
                   SET ENDOFLEAVE TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF LV-REQUEST-NO NOT < WS-NEXT-REQUEST
               COMPUTE WS-NEXT-REQUEST = LV-REQUEST-NO + 1
           END-IF.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (R=REQUEST LEAVE, C=CANCEL A REQUEST, "
               "B=LEAVE BALANCE)".
           IF WS-MANAGER-OK = "Y"
               DISPLAY "  MANAGER: P=PENDING REQUESTS, S=RECORD "
                   "SICKNESS, E=SET ENTITLEMENT"
           END-IF.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM 200-REQUEST-LEAVE
               WHEN "C"
                   PERFORM 300-CANCEL-REQUEST
               WHEN "B"
                   PERFORM 400-SHOW-BALANCE
               WHEN "P"
               WHEN "S"
               WHEN "E"
                   IF WS-MANAGER-OK = "Y"
                       EVALUATE WS-ACTION
                           WHEN "P" PERFORM 500-DECIDE-PENDING
                           WHEN "S" PERFORM 600-RECORD-SICKNESS
                           WHEN "E" PERFORM 700-SET-ENTITLEMENT
                       END-EVALUATE
                   ELSE
                       DISPLAY "MANAGER ACTION - SIGN ON WITH YOUR "
                           "MANAGER CODE"
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> A manager may act for anyone; everyone else only for
      *> themselves. WS-FOR-USER comes back SPACES if the user named
      *> is not on file.
       150-ACCEPT-FOR-USER.
           MOVE WS-USER-ID TO WS-FOR-USER.
           MOVE WS-USER-NAME TO WS-FOR-NAME.
           IF WS-MANAGER-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FOR USER ID (BLANK = YOURSELF)".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-FOR-USER.
           MOVE WS-FOR-USER TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "NO USER " WS-FOR-USER " ON USERROLE.DAT"
                   MOVE SPACES TO WS-FOR-USER
                   EXIT PARAGRAPH
           END-READ.
           MOVE UR-NAME TO WS-FOR-NAME.

       160-ACCEPT-DATE-RANGE.
           MOVE "N" TO WS-RANGE-OK.
           DISPLAY "FIRST DAY (YYYYMMDD)".
           ACCEPT WS-FROM-DATE.
           DISPLAY "LAST DAY (YYYYMMDD, BLANK = THE SAME DAY)".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               DISPLAY "DATES ARE YYYYMMDD"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FROM-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               DISPLAY "NOT A DATE: " WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-TO-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               DISPLAY "NOT A DATE: " WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-TO-INT < WS-FROM-INT
               DISPLAY "LAST DAY IS BEFORE THE FIRST"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TO-INT - WS-FROM-INT > 30
               DISPLAY "NO MORE THAN 31 DAYS AT A TIME"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FROM-DATE(1:4) NOT = WS-TO-DATE(1:4)
               DISPLAY "ONE LEAVE YEAR AT A TIME - SPLIT IT AT THE "
                   "NEW YEAR"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-RANGE-OK.

       170-PLAN-DAYS.
           MOVE ZERO TO WS-PLAN-COUNT.
           MOVE "N" TO WS-CONFLICT.
           MOVE "N" TO WS-ASKED-DEFAULT.
           MOVE "N" TO WS-HAS-CONTRACT.
           MOVE ZERO TO WS-AVAIL-DAYS.
           IF WS-CONTRACTS-OPEN = "Y"
               MOVE WS-FOR-USER TO CH-USER-ID
               READ STAFF-CONTRACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HAS-CONTRACT
               END-READ
           END-IF.
           IF WS-HAS-CONTRACT = "Y"
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                   IF CH-AVAIL-TO (WS-D) > ZERO
                       ADD 1 TO WS-AVAIL-DAYS
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT
               PERFORM 175-PLAN-ONE-DAY
           END-PERFORM.

       175-PLAN-ONE-DAY.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DATE-NUM TO WS-DAY-DATE.
           COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           PERFORM 180-DAY-HOURS.
           IF WS-DAY-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PLAN-COUNT TO WS-TB-COUNT.
           MOVE 31 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PLAN-COUNT.
           MOVE WS-DAY-DATE TO PL-DATE (WS-PLAN-COUNT).
           MOVE WS-DAY-HOURS TO PL-HOURS (WS-PLAN-COUNT).
           MOVE "N" TO PL-ON-FILE (WS-PLAN-COUNT).
           MOVE WS-FOR-USER TO LV-USER-ID.
           MOVE WS-DAY-DATE TO LV-DATE.
           READ LEAVE-DAY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "Y" TO PL-ON-FILE (WS-PLAN-COUNT).
           IF NOT LV-LIVE
               EXIT PARAGRAPH
           END-IF.
      *> A live row already on the day: a request is refused; a
      *> sickness spell takes over annual leave on the day (and
      *> skips a day already recorded sick).
           IF PLANNING-SICKNESS AND LV-ANNUAL
               DISPLAY "ANNUAL LEAVE ON " WS-DAY-DATE
                   " BECOMES SICKNESS - ITS HOURS GO BACK ON THE "
                   "ENTITLEMENT"
               EXIT PARAGRAPH
           END-IF.
           IF PLANNING-SICKNESS
               DISPLAY "ALREADY RECORDED SICK ON " WS-DAY-DATE
               SUBTRACT 1 FROM WS-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ALREADY OFF OR REQUESTED ON " WS-DAY-DATE
               " (REQUEST " LV-REQUEST-NO ")".
           MOVE "Y" TO WS-CONFLICT.

      *> The rostered shift if there is one; else the contract's
      *> average day on a weekday they are available; with no
      *> contract, the hours of a working day are asked once and
      *> Monday to Friday count.
       180-DAY-HOURS.
           MOVE ZERO TO WS-DAY-HOURS.
           IF WS-ROTA-OPEN = "Y"
               MOVE WS-DAY-DATE TO RT-DATE
               MOVE WS-FOR-USER TO RT-USER-ID
               READ STAFF-ROTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RT-HOURS TO WS-DAY-HOURS
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           IF WS-HAS-CONTRACT = "Y"
               IF CH-AVAIL-TO (WS-DOW) > ZERO
                   COMPUTE WS-DAY-HOURS ROUNDED =
                       CH-WEEKLY-HOURS / WS-AVAIL-DAYS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-DOW > 5
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASKED-DEFAULT = "N"
               DISPLAY "NO CONTRACT ON FILE - HOURS IN A WORKING DAY "
                   "FOR " WS-FOR-USER
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   PERFORM VALIDATE-NUMERIC-ENTRY
               END-PERFORM
               COMPUTE WS-DEFAULT-DAY-HOURS =
                   FUNCTION NUMVAL-C(WS-IV-INPUT)
               IF WS-DEFAULT-DAY-HOURS > 24
                   MOVE 24 TO WS-DEFAULT-DAY-HOURS
               END-IF
               MOVE "Y" TO WS-ASKED-DEFAULT
           END-IF.
           MOVE WS-DEFAULT-DAY-HOURS TO WS-DAY-HOURS.

       185-ACCEPT-YEAR.
           MOVE "N" TO WS-YEAR-OK.
           DISPLAY "LEAVE YEAR (YYYY, BLANK = THIS YEAR)".
           ACCEPT WS-YEAR-IN.
           IF WS-YEAR-IN = SPACES
               MOVE WS-TODAY(1:4) TO WS-YEAR-IN
           END-IF.
           IF WS-YEAR-IN NOT NUMERIC
               DISPLAY "NOT A YEAR: " WS-YEAR-IN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-YEAR-IN TO WS-YEAR.
           MOVE "Y" TO WS-YEAR-OK.

       200-REQUEST-LEAVE.
           PERFORM 150-ACCEPT-FOR-USER.
           IF WS-FOR-USER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 160-ACCEPT-DATE-RANGE.
           IF WS-RANGE-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FROM-DATE < WS-TODAY AND WS-MANAGER-OK = "N"
               DISPLAY "LEAVE IS BOOKED AHEAD - A MANAGER CAN ENTER "
                   "DAYS ALREADY GONE"
               EXIT PARAGRAPH
           END-IF.
           SET PLANNING-LEAVE TO TRUE.
           PERFORM 170-PLAN-DAYS.
           IF WS-CONFLICT = "Y"
               DISPLAY "NOTHING BOOKED - CANCEL THE OTHER REQUEST "
                   "FIRST OR CHOOSE OTHER DAYS"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PLAN-COUNT = ZERO
               DISPLAY "NO WORKING DAYS IN THAT RANGE - NOTHING TO "
                   "BOOK"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-REQUEST-HOURS.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAN-COUNT
               ADD PL-HOURS (WS-P) TO WS-REQUEST-HOURS
           END-PERFORM.

           MOVE WS-FROM-DATE(1:4) TO WS-YEAR.
           PERFORM 800-LOAD-BALANCE.
           IF WS-HAS-ENTITLEMENT = "N"
               DISPLAY "NO LEAVE ENTITLEMENT SET FOR " WS-FOR-USER
                   " IN " WS-YEAR " - ASK A MANAGER"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQUEST-HOURS > WS-BAL-FREE
               MOVE WS-BAL-FREE TO WS-REMAIN-ED
               MOVE WS-REQUEST-HOURS TO WS-HOURS-ED
               DISPLAY "ASKED FOR " WS-HOURS-ED " HOURS BUT ONLY "
                   WS-REMAIN-ED " LEFT AFTER LEAVE TAKEN, BOOKED "
                   "AND AWAITING APPROVAL"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REQUEST-HOURS TO WS-HOURS-ED.
           DISPLAY WS-FOR-USER " " WS-FOR-NAME.
           DISPLAY WS-PLAN-COUNT " WORKING DAYS " WS-FROM-DATE
               " TO " WS-TO-DATE ", " WS-HOURS-ED " HOURS".
           DISPLAY "BOOK THIS REQUEST? (Y/N)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING BOOKED"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEXT-REQUEST TO WS-REQUEST-NO.
           ADD 1 TO WS-NEXT-REQUEST.
           MOVE SPACES TO WS-REASON.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAN-COUNT
               PERFORM 250-WRITE-LEAVE-DAY
           END-PERFORM.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "REQUEST" TO AL-FIELD-NAME.
           MOVE "(NONE)" TO AL-OLD-VALUE.
           STRING WS-HOURS-ED " HRS" DELIMITED BY SIZE
               INTO AL-NEW-VALUE
           END-STRING.
           PERFORM 950-AUDIT-LEAVE.
           DISPLAY "REQUEST " WS-REQUEST-NO " BOOKED - IT NEEDS A "
               "MANAGER'S APPROVAL".

      *> One day of a request (status R) or sickness spell (status
      *> A, decided as it is entered).
       250-WRITE-LEAVE-DAY.
           MOVE SPACES TO LEAVE-DAY-RECORD.
           MOVE WS-FOR-USER TO LV-USER-ID.
           MOVE PL-DATE (WS-P) TO LV-DATE.
           MOVE WS-PLAN-MODE TO LV-TYPE.
           MOVE PL-HOURS (WS-P) TO LV-HOURS.
           MOVE WS-REQUEST-NO TO LV-REQUEST-NO.
           MOVE WS-USER-ID TO LV-ENTERED-BY.
           MOVE WS-TODAY TO LV-ENTERED-DATE.
           MOVE WS-REASON TO LV-REASON.
           IF PLANNING-SICKNESS
               SET LV-APPROVED TO TRUE
               MOVE WS-USER-ID TO LV-DECIDED-BY
               MOVE WS-TODAY TO LV-DECIDED-DATE
           ELSE
               SET LV-REQUESTED TO TRUE
           END-IF.
           IF PL-ON-FILE (WS-P) = "Y"
               REWRITE LEAVE-DAY-RECORD
           ELSE
               WRITE LEAVE-DAY-RECORD
           END-IF.
           IF LEAVE-DAY-STATUS NOT = "00"
               DISPLAY "LEAVE.DAT NOT UPDATED FOR " PL-DATE (WS-P)
                   ", STATUS " LEAVE-DAY-STATUS
           END-IF.

      *> The owner may cancel days not yet reached; a manager may
      *> cancel any live day of any request, sickness included.
       300-CANCEL-REQUEST.
           DISPLAY "REQUEST NUMBER TO CANCEL".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-REQUEST-NO = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE ZERO TO WS-ROWS-CHANGED.
           MOVE ZERO TO WS-REQUEST-HOURS.
           MOVE SPACES TO WS-FOR-USER.
           MOVE LOW-VALUES TO LV-KEY.
           MOVE "N" TO WS-EOF-FLAG.
           START LEAVE-DAY-FILE KEY NOT < LV-KEY
               INVALID KEY SET ENDOFLEAVE TO TRUE
           END-START.
           PERFORM 310-CANCEL-ONE-DAY UNTIL ENDOFLEAVE.
           IF WS-ROWS-CHANGED = ZERO
               DISPLAY "NOTHING ON REQUEST " WS-REQUEST-NO
                   " THAT YOU CAN CANCEL"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REQUEST-HOURS TO WS-HOURS-ED.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "CANCEL" TO AL-FIELD-NAME.
           STRING WS-HOURS-ED " HRS" DELIMITED BY SIZE
               INTO AL-OLD-VALUE
           END-STRING.
           MOVE "CANCELLED" TO AL-NEW-VALUE.
           PERFORM 950-AUDIT-LEAVE.
           DISPLAY WS-ROWS-CHANGED " DAYS (" WS-HOURS-ED
               " HOURS) OF REQUEST " WS-REQUEST-NO " CANCELLED".

       310-CANCEL-ONE-DAY.
           READ LEAVE-DAY-FILE NEXT
               AT END
                   SET ENDOFLEAVE TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF LV-REQUEST-NO NOT = WS-REQUEST-NO OR NOT LV-LIVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MANAGER-OK = "N"
               IF LV-USER-ID NOT = WS-USER-ID
                   OR LV-SICK
                   OR LV-DATE < WS-TODAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET LV-CANCELLED TO TRUE.
           MOVE WS-USER-ID TO LV-DECIDED-BY.
           MOVE WS-TODAY TO LV-DECIDED-DATE.
           REWRITE LEAVE-DAY-RECORD.
           IF LEAVE-DAY-STATUS = "00"
               ADD 1 TO WS-ROWS-CHANGED
               ADD LV-HOURS TO WS-REQUEST-HOURS
               MOVE LV-USER-ID TO WS-FOR-USER
           END-IF.

       400-SHOW-BALANCE.
           PERFORM 150-ACCEPT-FOR-USER.
           IF WS-FOR-USER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 185-ACCEPT-YEAR.
           IF WS-YEAR-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 800-LOAD-BALANCE.
           DISPLAY "LEAVE YEAR " WS-YEAR " - " WS-FOR-USER " "
               WS-FOR-NAME.
           IF WS-HAS-ENTITLEMENT = "N"
               DISPLAY "  NO ENTITLEMENT SET FOR THIS YEAR"
           END-IF.
           MOVE WS-BAL-ENTITLED TO WS-HOURS-ED.
           DISPLAY "  ENTITLEMENT      " WS-HOURS-ED " HOURS".
           MOVE WS-BAL-TAKEN TO WS-HOURS-ED.
           DISPLAY "  TAKEN            " WS-HOURS-ED.
           MOVE WS-BAL-BOOKED TO WS-HOURS-ED.
           DISPLAY "  BOOKED AHEAD     " WS-HOURS-ED.
           MOVE WS-BAL-REMAINING TO WS-REMAIN-ED.
           DISPLAY "  REMAINING       " WS-REMAIN-ED.
           MOVE WS-BAL-PENDING TO WS-HOURS-ED.
           DISPLAY "  AWAITING APPROVAL" WS-HOURS-ED.
           MOVE WS-BAL-SICK TO WS-HOURS-ED.
           DISPLAY "  SICKNESS         " WS-HOURS-ED.

      *> Every request still awaiting a decision, one line each,
      *> then one decision at a time.
       500-DECIDE-PENDING.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE LOW-VALUES TO LV-KEY.
           MOVE "N" TO WS-EOF-FLAG.
           START LEAVE-DAY-FILE KEY NOT < LV-KEY
               INVALID KEY SET ENDOFLEAVE TO TRUE
           END-START.
           PERFORM 510-GATHER-ONE-PENDING UNTIL ENDOFLEAVE.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "NO LEAVE REQUESTS AWAITING APPROVAL"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REQUEST USER ID  FIRST    LAST     DAYS  HOURS".
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-PENDING-COUNT
               MOVE PQ-HOURS (WS-Q) TO WS-HOURS-ED
               DISPLAY PQ-REQUEST-NO (WS-Q) "  "
                   PQ-USER-ID (WS-Q) " " PQ-FIRST-DATE (WS-Q) " "
                   PQ-LAST-DATE (WS-Q) " " PQ-DAYS (WS-Q) "  "
                   WS-HOURS-ED
           END-PERFORM.

           DISPLAY "REQUEST NUMBER TO DECIDE (0 = NONE)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-REQUEST-NO = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-REQUEST-NO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-Q-FOUND.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-PENDING-COUNT
               IF PQ-REQUEST-NO (WS-Q) = WS-REQUEST-NO
                   MOVE WS-Q TO WS-Q-FOUND
               END-IF
           END-PERFORM.
           IF WS-Q-FOUND = ZERO
               DISPLAY "REQUEST " WS-REQUEST-NO " IS NOT PENDING"
               EXIT PARAGRAPH
           END-IF.
           IF PQ-USER-ID (WS-Q-FOUND) = WS-USER-ID
               DISPLAY "ANOTHER MANAGER MUST DECIDE YOUR OWN LEAVE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "A=APPROVE, D=DECLINE".
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           IF WS-DECISION NOT = "A" AND WS-DECISION NOT = "D"
               DISPLAY "NO DECISION MADE"
               EXIT PARAGRAPH
           END-IF.

      *> Approval is checked again against what is left now - other
      *> requests may have been approved since this one was booked.
           MOVE PQ-USER-ID (WS-Q-FOUND) TO WS-FOR-USER.
           IF WS-DECISION = "A"
               MOVE PQ-FIRST-DATE (WS-Q-FOUND)(1:4) TO WS-YEAR
               PERFORM 800-LOAD-BALANCE
               IF PQ-HOURS (WS-Q-FOUND) > WS-BAL-REMAINING
                   MOVE WS-BAL-REMAINING TO WS-REMAIN-ED
                   DISPLAY "ONLY " WS-REMAIN-ED " HOURS LEFT - "
                       "APPROVING WOULD OVERRUN THE ENTITLEMENT"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ZERO TO WS-ROWS-CHANGED.
           MOVE LOW-VALUES TO LV-KEY.
           MOVE WS-FOR-USER TO LV-USER-ID.
           MOVE "N" TO WS-EOF-FLAG.
           START LEAVE-DAY-FILE KEY NOT < LV-KEY
               INVALID KEY SET ENDOFLEAVE TO TRUE
           END-START.
           PERFORM 520-DECIDE-ONE-DAY UNTIL ENDOFLEAVE.

           MOVE PQ-HOURS (WS-Q-FOUND) TO WS-HOURS-ED.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING WS-HOURS-ED " HRS" DELIMITED BY SIZE
               INTO AL-OLD-VALUE
           END-STRING.
           IF WS-DECISION = "A"
               MOVE "APPROVE" TO AL-FIELD-NAME
               MOVE "APPROVED" TO AL-NEW-VALUE
           ELSE
               MOVE "DECLINE" TO AL-FIELD-NAME
               MOVE "DECLINED" TO AL-NEW-VALUE
           END-IF.
           PERFORM 950-AUDIT-LEAVE.
           DISPLAY "REQUEST " WS-REQUEST-NO " " AL-NEW-VALUE " ("
               WS-ROWS-CHANGED " DAYS)".

       510-GATHER-ONE-PENDING.
           READ LEAVE-DAY-FILE NEXT
               AT END
                   SET ENDOFLEAVE TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LV-REQUESTED
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-Q-FOUND.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-PENDING-COUNT
               IF PQ-REQUEST-NO (WS-Q) = LV-REQUEST-NO
                   MOVE WS-Q TO WS-Q-FOUND
               END-IF
           END-PERFORM.
           IF WS-Q-FOUND = ZERO
               MOVE WS-PENDING-COUNT TO WS-TB-COUNT
               MOVE 50 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-PENDING-COUNT TO WS-Q-FOUND
               MOVE LV-REQUEST-NO TO PQ-REQUEST-NO (WS-Q-FOUND)
               MOVE LV-USER-ID TO PQ-USER-ID (WS-Q-FOUND)
               MOVE LV-DATE TO PQ-FIRST-DATE (WS-Q-FOUND)
               MOVE ZERO TO PQ-HOURS (WS-Q-FOUND)
               MOVE ZERO TO PQ-DAYS (WS-Q-FOUND)
           END-IF.
           MOVE LV-DATE TO PQ-LAST-DATE (WS-Q-FOUND).
           ADD LV-HOURS TO PQ-HOURS (WS-Q-FOUND).
           ADD 1 TO PQ-DAYS (WS-Q-FOUND).

       520-DECIDE-ONE-DAY.
           READ LEAVE-DAY-FILE NEXT
               AT END
                   SET ENDOFLEAVE TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF LV-USER-ID NOT = WS-FOR-USER
               SET ENDOFLEAVE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF LV-REQUEST-NO NOT = WS-REQUEST-NO OR NOT LV-REQUESTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-DECISION = "A"
               SET LV-APPROVED TO TRUE
           ELSE
               SET LV-DECLINED TO TRUE
           END-IF.
           MOVE WS-USER-ID TO LV-DECIDED-BY.
           MOVE WS-TODAY TO LV-DECIDED-DATE.
           REWRITE LEAVE-DAY-RECORD.
           IF LEAVE-DAY-STATUS = "00"
               ADD 1 TO WS-ROWS-CHANGED
           END-IF.

      *> Sickness is recorded after the event, approved as entered,
      *> and is not taken off the entitlement.
       600-RECORD-SICKNESS.
           PERFORM 150-ACCEPT-FOR-USER.
           IF WS-FOR-USER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 160-ACCEPT-DATE-RANGE.
           IF WS-RANGE-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REASON OR NOTE (E.G. DOCTOR'S NOTE SEEN)".
           ACCEPT WS-REASON.
           SET PLANNING-SICKNESS TO TRUE.
           PERFORM 170-PLAN-DAYS.
           IF WS-PLAN-COUNT = ZERO
               DISPLAY "NO WORKING DAYS TO RECORD IN THAT RANGE"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-REQUEST-HOURS.
           MOVE WS-NEXT-REQUEST TO WS-REQUEST-NO.
           ADD 1 TO WS-NEXT-REQUEST.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAN-COUNT
               ADD PL-HOURS (WS-P) TO WS-REQUEST-HOURS
               PERFORM 250-WRITE-LEAVE-DAY
           END-PERFORM.
           MOVE WS-REQUEST-HOURS TO WS-HOURS-ED.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "SICKNESS" TO AL-FIELD-NAME.
           MOVE "(NONE)" TO AL-OLD-VALUE.
           STRING WS-HOURS-ED " HRS" DELIMITED BY SIZE
               INTO AL-NEW-VALUE
           END-STRING.
           PERFORM 950-AUDIT-LEAVE.
           DISPLAY "SICKNESS RECORDED FOR " WS-FOR-USER ": "
               WS-PLAN-COUNT " DAYS, " WS-HOURS-ED " HOURS (REF "
               WS-REQUEST-NO ")".

       700-SET-ENTITLEMENT.
           PERFORM 150-ACCEPT-FOR-USER.
           IF WS-FOR-USER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 185-ACCEPT-YEAR.
           IF WS-YEAR-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOR-USER TO LE-USER-ID.
           MOVE WS-YEAR TO LE-YEAR.
           READ LEAVE-ENTITLEMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-HAS-ENTITLEMENT
                   MOVE ZERO TO WS-OLD-HOURS-ED
               NOT INVALID KEY
                   MOVE "Y" TO WS-HAS-ENTITLEMENT
                   MOVE LE-ENTITLED-HOURS TO WS-OLD-HOURS-ED
                   DISPLAY "CURRENT ENTITLEMENT " WS-OLD-HOURS-ED
                       " HOURS, SET BY " LE-SET-BY " ON "
                       LE-SET-DATE
           END-READ.
           DISPLAY "PAID LEAVE HOURS FOR " WS-YEAR " (0-999)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           IF FUNCTION NUMVAL-C(WS-IV-INPUT) > 999
               OR FUNCTION NUMVAL-C(WS-IV-INPUT) < ZERO
               DISPLAY "ENTITLEMENT MUST BE 0 TO 999 HOURS"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOR-USER TO LE-USER-ID.
           MOVE WS-YEAR TO LE-YEAR.
           COMPUTE LE-ENTITLED-HOURS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE WS-USER-ID TO LE-SET-BY.
           MOVE WS-TODAY TO LE-SET-DATE.
           IF WS-HAS-ENTITLEMENT = "Y"
               REWRITE LEAVE-ENTITLEMENT-RECORD
           ELSE
               WRITE LEAVE-ENTITLEMENT-RECORD
           END-IF.
           IF LEAVE-ENT-STATUS NOT = "00"
               DISPLAY "LEAVEENT.DAT NOT UPDATED, STATUS "
                   LEAVE-ENT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE LE-ENTITLED-HOURS TO WS-HOURS-ED.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "ENTITLEMENT" TO AL-FIELD-NAME.
           STRING WS-OLD-HOURS-ED " " WS-YEAR DELIMITED BY SIZE
               INTO AL-OLD-VALUE
           END-STRING.
           STRING WS-HOURS-ED " " WS-YEAR DELIMITED BY SIZE
               INTO AL-NEW-VALUE
           END-STRING.
           PERFORM 950-AUDIT-LEAVE.
           DISPLAY WS-FOR-USER " ENTITLED TO " WS-HOURS-ED
               " HOURS IN " WS-YEAR.

      *> WS-FOR-USER's leave year WS-YEAR: annual leave approved and
      *> already reached is taken, approved and still ahead is
      *> booked, requested is pending. Remaining is the entitlement
      *> less taken and booked; free is remaining less pending too.
       800-LOAD-BALANCE.
           MOVE ZERO TO WS-BAL-ENTITLED WS-BAL-TAKEN WS-BAL-BOOKED
               WS-BAL-PENDING WS-BAL-SICK.
           MOVE WS-FOR-USER TO LE-USER-ID.
           MOVE WS-YEAR TO LE-YEAR.
           READ LEAVE-ENTITLEMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-HAS-ENTITLEMENT
               NOT INVALID KEY
                   MOVE "Y" TO WS-HAS-ENTITLEMENT
                   MOVE LE-ENTITLED-HOURS TO WS-BAL-ENTITLED
           END-READ.
           MOVE WS-FOR-USER TO LV-USER-ID.
           MOVE SPACES TO LV-DATE.
           MOVE WS-YEAR TO LV-DATE(1:4).
           MOVE "0101" TO LV-DATE(5:4).
           MOVE "N" TO WS-BAL-EOF.
           START LEAVE-DAY-FILE KEY NOT < LV-KEY
               INVALID KEY MOVE "Y" TO WS-BAL-EOF
           END-START.
           PERFORM 810-ADD-ONE-DAY-TO-BALANCE UNTIL WS-BAL-EOF = "Y".
           COMPUTE WS-BAL-REMAINING =
               WS-BAL-ENTITLED - WS-BAL-TAKEN - WS-BAL-BOOKED.
           COMPUTE WS-BAL-FREE = WS-BAL-REMAINING - WS-BAL-PENDING.

       810-ADD-ONE-DAY-TO-BALANCE.
           READ LEAVE-DAY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-BAL-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF LV-USER-ID NOT = WS-FOR-USER
               OR LV-DATE(1:4) NOT = WS-YEAR
               MOVE "Y" TO WS-BAL-EOF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN LV-SICK AND LV-APPROVED
                   ADD LV-HOURS TO WS-BAL-SICK
               WHEN LV-ANNUAL AND LV-APPROVED
                   AND LV-DATE NOT > WS-TODAY
                   ADD LV-HOURS TO WS-BAL-TAKEN
               WHEN LV-ANNUAL AND LV-APPROVED
                   ADD LV-HOURS TO WS-BAL-BOOKED
               WHEN LV-ANNUAL AND LV-REQUESTED
                   ADD LV-HOURS TO WS-BAL-PENDING
           END-EVALUATE.

      *> One audit row per change: who, whose leave and which
      *> request. The caller has set the field and the values.
       950-AUDIT-LEAVE.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "LEAVE" TO AL-RECORD-TYPE.
           STRING WS-FOR-USER " " WS-REQUEST-NO DELIMITED BY SIZE
               INTO AL-KEY-VALUE
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM LEAVE-DESK.
