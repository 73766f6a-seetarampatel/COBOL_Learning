      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly staff rota from trading demand. Takes the
      *          week to roster (a Monday - blank is next week) and
      *          counts baskets off SALESLOG.DAT by weekday and hour
      *          over the ROTA_WEEKS weeks before it, the same hour
      *          buckets HOURLY-SALES-REPORT prints. The average
      *          baskets an hour become the tills needed (one per
      *          ROTA_TILL_LOAD baskets, at least one while the shop
      *          is open) and the floor staff needed (one per
      *          ROTA_FLOOR_LOAD) for each trading hour between
      *          ROTA_OPEN_HOUR and ROTA_CLOSE_HOUR. Shifts of
      *          ROTA_MIN_SHIFT to ROTA_MAX_SHIFT hours are then
      *          handed out from STAFFCON.DAT - within each person's
      *          availability, post and contracted hours, busiest
      *          day first, each shift placed where it fills the most
      *          uncovered hours - and written to ROTA.DAT, replacing
      *          any rota already made for that week. The rota is
      *          printed day by day with every hour still short of
      *          tills or floor staff flagged UNDERSTAFFED, and kept
      *          on the spool (REPORTS.SPL, catalogued as
      *          STAFF-ROTA). All settings are PARAMS.DAT rows.
      *          Nobody is rostered on a day they have approved
      *          leave or sickness on LEAVE.DAT (LEAVE-DESK); the
      *          hours of it come off what their contract leaves to
      *          roster that week, and the day shows them as off.
      *          Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-ROTA-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT STAFF-CONTRACT-FILE
               ASSIGN TO "STAFFCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-USER-ID
               FILE STATUS IS STAFF-CONTRACT-STATUS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

           SELECT STAFF-ROTA-FILE
               ASSIGN TO "ROTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS STAFF-ROTA-STATUS.

           SELECT LEAVE-DAY-FILE
               ASSIGN TO "LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-DAY-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT REPORT-SPOOL
               ASSIGN TO "REPORTS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT SPOOL-CATALOG
               ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       FD  STAFF-CONTRACT-FILE.
           COPY "STAFF-CONTRACT.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  STAFF-ROTA-FILE.
           COPY "STAFF-ROTA.CPY".

       FD  LEAVE-DAY-FILE.
           COPY "LEAVE-DAY.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  SALES-LOG-STATUS       PIC X(2).
       01  STAFF-CONTRACT-STATUS  PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  STAFF-ROTA-STATUS      PIC X(2).
       01  LEAVE-DAY-STATUS       PIC X(2).
      *> Set once the OPEN works - each keyed READ rewrites the
      *> status, so it cannot say whether the file is open.
       01  WS-LEAVE-OPEN          PIC X(1) VALUE "N".
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

      *> Spool state - the same shape Z-REPORT uses. The rota is not
      *> split by SPOOL-BURST-RUN, so no line carries a slice key.
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-SLICE         PIC X(10) VALUE SPACES.
       01  WS-SPOOL-EOF           PIC X(1).

      *> The week being rostered, and the sales window behind it.
       01  WS-TODAY-NUM           PIC 9(8).
       01  WS-TODAY-INT           PIC 9(7).
       01  WS-WEEK-START          PIC X(8).
       01  WS-WEEK-START-NUM      PIC 9(8).
       01  WS-WEEK-INT            PIC 9(7).
       01  WS-WEEK-END            PIC X(8).
       01  WS-WINDOW-FIRST-INT    PIC 9(7).
       01  WS-ROW-DATE-NUM        PIC 9(8).
       01  WS-ROW-INT             PIC 9(7).
       01  WS-DOW                 PIC 9(1).
       01  WS-ROW-HOUR            PIC 9(2).
       01  WS-LAST-RECEIPT        PIC 9(6) VALUE ZERO.

      *> Settings, with the defaults used when PARAMS.DAT has none.
       01  WS-WEEKS               PIC 9(3) VALUE 6.
       01  WS-TILL-LOAD           PIC 9(3) VALUE 20.
       01  WS-FLOOR-LOAD          PIC 9(3) VALUE 40.
       01  WS-OPEN-HOUR           PIC 9(2) VALUE 8.
       01  WS-CLOSE-HOUR          PIC 9(2) VALUE 20.
       01  WS-MAX-SHIFT           PIC 9(2) VALUE 8.
       01  WS-MIN-SHIFT           PIC 9(2) VALUE 4.
       01  WS-PARAM-NUM           PIC 9(5).
       01  WS-PARAM-SET           PIC X(1).

      *> Demand and cover per weekday (1 = Monday) and hour of day
      *> (entry 1 = 00:00). A receipt's rows land together on the
      *> log, so a basket is counted when the receipt number
      *> changes, as HOURLY-SALES-REPORT counts transactions.
       01  WS-DEMAND-AREA.
           05 DM-DAY OCCURS 7 TIMES.
               10 DM-DATE          PIC X(8).
               10 DM-DAY-NEED      PIC 9(5).
               10 DM-HOUR OCCURS 24 TIMES.
                   15 DM-BASKETS    PIC 9(7).
                   15 DM-TILL-NEED  PIC 9(2).
                   15 DM-TILL-HAVE  PIC 9(2).
                   15 DM-FLOOR-NEED PIC 9(2).
                   15 DM-FLOOR-HAVE PIC 9(2).
       01  WS-D                   PIC 9(2).
       01  WS-H                   PIC 9(2).
       01  WS-HOUR                PIC 9(2).
       01  WS-DIVISOR             PIC 9(7).
       01  WS-NEED                PIC 9(5).

      *> Days in the order they are rostered - busiest first, so a
      *> contract's hours are not all spent before the weekend.
       01  WS-DAY-ORDER-AREA.
           05 WS-DAY-ORDER OCCURS 7 TIMES PIC 9(1).
           05 WS-DAY-TAKEN OCCURS 7 TIMES PIC X(1).
       01  WS-ORDER-IDX           PIC 9(2).
       01  WS-BEST-DAY            PIC 9(2).

       01  WS-DAY-NAMES           PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).

      *> Everyone on contract and live on USERROLE.DAT, with the
      *> shift (if any) each day of the week. RS-OFF is the type of
      *> approved leave on the day (A annual, S sick), blank if none.
       01  WS-STAFF-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-STAFF-AREA.
           05 WS-STAFF OCCURS 50 TIMES.
               10 RS-USER-ID        PIC X(8).
               10 RS-NAME           PIC X(25).
               10 RS-POST           PIC X(1).
               10 RS-CONTRACT       PIC 9(2)V9(1).
               10 RS-HOURS-LEFT     PIC 9(2).
               10 RS-ROSTERED       PIC 9(2).
               10 RS-DAY OCCURS 7 TIMES.
                   15 RS-AVAIL-FROM  PIC 9(2).
                   15 RS-AVAIL-TO    PIC 9(2).
                   15 RS-SHIFT-START PIC 9(2).
                   15 RS-SHIFT-END   PIC 9(2).
                   15 RS-SHIFT-POST  PIC X(1).
                   15 RS-OFF         PIC X(1).
       01  WS-S                   PIC 9(2).
       01  WS-STAFF-SKIPPED       PIC 9(5) VALUE ZERO.

      *> The best shift found so far on one pass over the staff.
       01  WS-PLACED              PIC X(1).
       01  WS-BEST-STAFF          PIC 9(2).
       01  WS-BEST-START          PIC 9(2).
       01  WS-BEST-LENGTH         PIC 9(2).
       01  WS-BEST-SCORE          PIC 9(2).
       01  WS-WINDOW-FROM         PIC 9(2).
       01  WS-WINDOW-TO           PIC 9(2).
       01  WS-TRY-START           PIC 9(2).
       01  WS-TRY-LENGTH          PIC 9(2).
       01  WS-TRY-SCORE           PIC 9(2).

       01  WS-SALES-ROWS          PIC 9(7) VALUE ZERO.
       01  WS-SHIFT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SHORT-HOURS         PIC 9(5) VALUE ZERO.
       01  WS-REPLACED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-AVG-ED              PIC ZZ9.9.
       01  WS-CONTRACT-ED         PIC Z9.9.
       01  WS-POST-WORD           PIC X(12).
       01  WS-SHORT-FLAG          PIC X(20).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           DISPLAY "ROTA FOR THE WEEK STARTING MONDAY (YYYYMMDD, "
               "BLANK = NEXT WEEK)".
           ACCEPT WS-WEEK-START.
           IF WS-WEEK-START = SPACES
               COMPUTE WS-DOW = FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
               COMPUTE WS-WEEK-INT = WS-TODAY-INT + 8 - WS-DOW
               COMPUTE WS-WEEK-START-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
               MOVE WS-WEEK-START-NUM TO WS-WEEK-START
           END-IF.
           IF WS-WEEK-START NOT NUMERIC
               DISPLAY "NOT A DATE: " WS-WEEK-START
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-WEEK-START TO WS-WEEK-START-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-START-NUM) NOT = 0
               DISPLAY "NOT A DATE: " WS-WEEK-START
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           COMPUTE WS-WEEK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-START-NUM).
           COMPUTE WS-DOW = FUNCTION MOD(WS-WEEK-INT - 1, 7) + 1.
           IF WS-DOW NOT = 1
               DISPLAY WS-WEEK-START " IS NOT A MONDAY - A ROTA "
                   "WEEK RUNS MONDAY TO SUNDAY"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-LOAD-SETTINGS.

           INITIALIZE WS-DEMAND-AREA.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
               COMPUTE WS-ROW-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (WS-WEEK-INT + WS-D - 1)
               MOVE WS-ROW-DATE-NUM TO DM-DATE (WS-D)
           END-PERFORM.
           MOVE DM-DATE (7) TO WS-WEEK-END.
           COMPUTE WS-WINDOW-FIRST-INT = WS-WEEK-INT - WS-WEEKS * 7.

           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS = "00"
               READ SALES-LOG
                   AT END SET ENDOFINPUT TO TRUE
               END-READ
               PERFORM 200-COUNT-ONE-SALES-ROW UNTIL ENDOFINPUT
               CLOSE SALES-LOG
           ELSE
               DISPLAY "NO SALES LOG, STATUS " SALES-LOG-STATUS
                   " - ROSTERING TO THE ONE-TILL MINIMUM"
           END-IF.
           PERFORM 250-WORK-OUT-NEED.

           OPEN INPUT STAFF-CONTRACT-FILE.
           IF STAFF-CONTRACT-STATUS NOT = "00"
               DISPLAY "NO STAFF CONTRACTS (STAFFCON.DAT), STATUS "
                   STAFF-CONTRACT-STATUS " - NOBODY TO ROSTER"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER, STATUS "
                   USER-ROLE-STATUS
               CLOSE STAFF-CONTRACT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE LOW-VALUES TO CH-USER-ID.
           MOVE "N" TO WS-EOF-FLAG.
           START STAFF-CONTRACT-FILE KEY NOT < CH-USER-ID
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
      *> No leave file just means nobody has booked any.
           OPEN INPUT LEAVE-DAY-FILE.
           IF LEAVE-DAY-STATUS = "00"
               MOVE "Y" TO WS-LEAVE-OPEN
           END-IF.
           PERFORM 300-LOAD-ONE-CONTRACT UNTIL ENDOFINPUT.
           CLOSE STAFF-CONTRACT-FILE.
           CLOSE USER-ROLE-FILE.
           IF WS-LEAVE-OPEN = "Y"
               CLOSE LEAVE-DAY-FILE
               MOVE "N" TO WS-LEAVE-OPEN
           END-IF.

           PERFORM 350-ORDER-DAYS.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > 7
               MOVE WS-DAY-ORDER (WS-ORDER-IDX) TO WS-D
               MOVE "Y" TO WS-PLACED
               PERFORM 400-PLACE-BEST-SHIFT UNTIL WS-PLACED = "N"
           END-PERFORM.

           PERFORM 500-REPLACE-ROTA-WEEK.
           IF RETURN-CODE NOT = ZERO
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 600-PRINT-ROTA.

           GO TO 900-END-PROGRAM.

      *> Each setting is taken only when it is a sensible number;
      *> otherwise the default stands, and the value used is logged.
       100-LOAD-SETTINGS.
           MOVE "ROTA_WEEKS" TO WS-PM-NAME.
           PERFORM 150-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM > ZERO
               AND WS-PARAM-NUM NOT > 52
               MOVE WS-PARAM-NUM TO WS-WEEKS
           END-IF.
           MOVE WS-WEEKS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "ROTA_TILL_LOAD" TO WS-PM-NAME.
           PERFORM 150-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM > ZERO
               AND WS-PARAM-NUM NOT > 999
               MOVE WS-PARAM-NUM TO WS-TILL-LOAD
           END-IF.
           MOVE WS-TILL-LOAD TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "ROTA_FLOOR_LOAD" TO WS-PM-NAME.
           PERFORM 150-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM > ZERO
               AND WS-PARAM-NUM NOT > 999
               MOVE WS-PARAM-NUM TO WS-FLOOR-LOAD
           END-IF.
           MOVE WS-FLOOR-LOAD TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "ROTA_OPEN_HOUR" TO WS-PM-NAME.
           PERFORM 150-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM NOT > 23
               MOVE WS-PARAM-NUM TO WS-OPEN-HOUR
           END-IF.
           MOVE "ROTA_CLOSE_HOUR" TO WS-PM-NAME.
           PERFORM 150-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM NOT > 24
               AND WS-PARAM-NUM > ZERO
               MOVE WS-PARAM-NUM TO WS-CLOSE-HOUR
           END-IF.
           IF WS-CLOSE-HOUR NOT > WS-OPEN-HOUR
               DISPLAY "ROTA_OPEN_HOUR/ROTA_CLOSE_HOUR DO NOT MAKE "
                   "A TRADING DAY - USING 8 TO 20"
               MOVE 8 TO WS-OPEN-HOUR
               MOVE 20 TO WS-CLOSE-HOUR
           END-IF.
           MOVE "ROTA_OPEN_HOUR" TO WS-PM-NAME.
           MOVE WS-OPEN-HOUR TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.
           MOVE "ROTA_CLOSE_HOUR" TO WS-PM-NAME.
           MOVE WS-CLOSE-HOUR TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "ROTA_MAX_SHIFT" TO WS-PM-NAME.
           PERFORM 150-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM > ZERO
               AND WS-PARAM-NUM NOT > 12
               MOVE WS-PARAM-NUM TO WS-MAX-SHIFT
           END-IF.
           MOVE WS-MAX-SHIFT TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "ROTA_MIN_SHIFT" TO WS-PM-NAME.
           PERFORM 150-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM > ZERO
               MOVE WS-PARAM-NUM TO WS-MIN-SHIFT
           END-IF.
           IF WS-MIN-SHIFT > WS-MAX-SHIFT
               MOVE WS-MAX-SHIFT TO WS-MIN-SHIFT
           END-IF.
           MOVE WS-MIN-SHIFT TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

       150-NUMBER-PARAMETER.
           MOVE ZERO TO WS-PARAM-NUM.
           MOVE "N" TO WS-PARAM-SET.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               MOVE WS-PM-VALUE TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
               IF WS-IV-VALID = "Y"
                   COMPUTE WS-PARAM-NUM =
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
                   MOVE "Y" TO WS-PARAM-SET
               END-IF
           END-IF.

      *> SL-TIMESTAMP is FUNCTION CURRENT-DATE: the date is
      *> characters 1-8 and the hour of day characters 9-10.
       200-COUNT-ONE-SALES-ROW.
           ADD 1 TO WS-SALES-ROWS.
           IF SL-TIMESTAMP(1:10) IS NUMERIC
               AND SL-RECEIPT-NO NOT = WS-LAST-RECEIPT
               MOVE SL-RECEIPT-NO TO WS-LAST-RECEIPT
               MOVE SL-TIMESTAMP(1:8) TO WS-ROW-DATE-NUM
               MOVE SL-TIMESTAMP(9:2) TO WS-ROW-HOUR
               COMPUTE WS-ROW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM)
               IF WS-ROW-INT NOT < WS-WINDOW-FIRST-INT
                   AND WS-ROW-INT < WS-WEEK-INT
                   AND WS-ROW-HOUR < 24
                   COMPUTE WS-DOW =
                       FUNCTION MOD(WS-ROW-INT - 1, 7) + 1
                   COMPUTE WS-H = WS-ROW-HOUR + 1
                   ADD 1 TO DM-BASKETS (WS-DOW, WS-H)
               END-IF
           END-IF.
           READ SALES-LOG
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> Needed = average baskets an hour over the window divided by
      *> what one person handles, rounded up - so over the window
      *> that is total baskets over (weeks x load). Only trading
      *> hours are staffed, and never with no till open.
       250-WORK-OUT-NEED.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
               PERFORM VARYING WS-HOUR FROM WS-OPEN-HOUR BY 1
                       UNTIL WS-HOUR NOT < WS-CLOSE-HOUR
                   COMPUTE WS-H = WS-HOUR + 1
                   COMPUTE WS-DIVISOR = WS-WEEKS * WS-TILL-LOAD
                   COMPUTE WS-NEED =
                       DM-BASKETS (WS-D, WS-H) / WS-DIVISOR
                   IF WS-NEED * WS-DIVISOR < DM-BASKETS (WS-D, WS-H)
                       ADD 1 TO WS-NEED
                   END-IF
                   IF WS-NEED = ZERO
                       MOVE 1 TO WS-NEED
                   END-IF
                   IF WS-NEED > 99
                       MOVE 99 TO WS-NEED
                   END-IF
                   MOVE WS-NEED TO DM-TILL-NEED (WS-D, WS-H)
                   COMPUTE WS-DIVISOR = WS-WEEKS * WS-FLOOR-LOAD
                   COMPUTE WS-NEED =
                       DM-BASKETS (WS-D, WS-H) / WS-DIVISOR
                   IF WS-NEED * WS-DIVISOR < DM-BASKETS (WS-D, WS-H)
                       ADD 1 TO WS-NEED
                   END-IF
                   IF WS-NEED > 99
                       MOVE 99 TO WS-NEED
                   END-IF
                   MOVE WS-NEED TO DM-FLOOR-NEED (WS-D, WS-H)
                   ADD DM-TILL-NEED (WS-D, WS-H)
                       DM-FLOOR-NEED (WS-D, WS-H)
                       TO DM-DAY-NEED (WS-D)
               END-PERFORM
           END-PERFORM.

      *> Someone disabled on USERROLE.DAT, or no longer on it, is
      *> left off the rota and called out.
       300-LOAD-ONE-CONTRACT.
           READ STAFF-CONTRACT-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE CH-USER-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "** " CH-USER-ID " HAS A CONTRACT BUT IS "
                       "NOT ON USERROLE.DAT - NOT ROSTERED **"
                   ADD 1 TO WS-STAFF-SKIPPED
                   EXIT PARAGRAPH
           END-READ.
           IF UR-DISABLED
               DISPLAY "** " CH-USER-ID " IS DISABLED - NOT "
                   "ROSTERED **"
               ADD 1 TO WS-STAFF-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STAFF-COUNT TO WS-TB-COUNT.
           MOVE 50 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               ADD 1 TO WS-STAFF-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAFF-COUNT.
           MOVE WS-STAFF-COUNT TO WS-S.
           MOVE CH-USER-ID TO RS-USER-ID (WS-S).
           MOVE UR-NAME TO RS-NAME (WS-S).
           MOVE CH-POST TO RS-POST (WS-S).
           MOVE CH-WEEKLY-HOURS TO RS-CONTRACT (WS-S).
           MOVE CH-WEEKLY-HOURS TO RS-HOURS-LEFT (WS-S).
           MOVE ZERO TO RS-ROSTERED (WS-S).
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
               MOVE CH-AVAIL-FROM (WS-D) TO RS-AVAIL-FROM (WS-S, WS-D)
               MOVE CH-AVAIL-TO (WS-D) TO RS-AVAIL-TO (WS-S, WS-D)
               MOVE ZERO TO RS-SHIFT-START (WS-S, WS-D)
               MOVE ZERO TO RS-SHIFT-END (WS-S, WS-D)
               MOVE SPACES TO RS-SHIFT-POST (WS-S, WS-D)
               MOVE SPACES TO RS-OFF (WS-S, WS-D)
               IF WS-LEAVE-OPEN = "Y"
                   PERFORM 310-CHECK-LEAVE-DAY
               END-IF
           END-PERFORM.

      *> Approved leave or sickness on the day takes the person out
      *> of that day and its hours off what is left to roster.
       310-CHECK-LEAVE-DAY.
           MOVE CH-USER-ID TO LV-USER-ID.
           MOVE DM-DATE (WS-D) TO LV-DATE.
           READ LEAVE-DAY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LV-APPROVED
               EXIT PARAGRAPH
           END-IF.
           MOVE LV-TYPE TO RS-OFF (WS-S, WS-D).
           MOVE ZERO TO RS-AVAIL-FROM (WS-S, WS-D).
           MOVE ZERO TO RS-AVAIL-TO (WS-S, WS-D).
           IF LV-HOURS NOT < RS-HOURS-LEFT (WS-S)
               MOVE ZERO TO RS-HOURS-LEFT (WS-S)
           ELSE
               COMPUTE RS-HOURS-LEFT (WS-S) ROUNDED =
                   RS-HOURS-LEFT (WS-S) - LV-HOURS
           END-IF.

       350-ORDER-DAYS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
               MOVE "N" TO WS-DAY-TAKEN (WS-D)
           END-PERFORM.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > 7
               MOVE ZERO TO WS-BEST-DAY
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                   IF WS-DAY-TAKEN (WS-D) = "N"
                       IF WS-BEST-DAY = ZERO
                           MOVE WS-D TO WS-BEST-DAY
                       ELSE
                           IF DM-DAY-NEED (WS-D) >
                               DM-DAY-NEED (WS-BEST-DAY)
                               MOVE WS-D TO WS-BEST-DAY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-BEST-DAY TO WS-DAY-ORDER (WS-ORDER-IDX)
               MOVE "Y" TO WS-DAY-TAKEN (WS-BEST-DAY)
           END-PERFORM.

      *> One pass over the staff for day WS-D: the shift that fills
      *> the most still-uncovered hours wins (on a tie, whoever has
      *> the most contract hours left); nothing left to fill ends
      *> the day.
       400-PLACE-BEST-SHIFT.
           MOVE ZERO TO WS-BEST-STAFF.
           MOVE ZERO TO WS-BEST-SCORE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STAFF-COUNT
               PERFORM 410-BEST-FOR-ONE-PERSON
           END-PERFORM.
           IF WS-BEST-SCORE = ZERO
               MOVE "N" TO WS-PLACED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 430-ASSIGN-SHIFT.

       410-BEST-FOR-ONE-PERSON.
           IF RS-SHIFT-END (WS-S, WS-D) NOT = ZERO
               OR RS-HOURS-LEFT (WS-S) < WS-MIN-SHIFT
               OR RS-AVAIL-TO (WS-S, WS-D) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-AVAIL-FROM (WS-S, WS-D) TO WS-WINDOW-FROM.
           IF WS-WINDOW-FROM < WS-OPEN-HOUR
               MOVE WS-OPEN-HOUR TO WS-WINDOW-FROM
           END-IF.
           MOVE RS-AVAIL-TO (WS-S, WS-D) TO WS-WINDOW-TO.
           IF WS-WINDOW-TO > WS-CLOSE-HOUR
               MOVE WS-CLOSE-HOUR TO WS-WINDOW-TO
           END-IF.
           IF WS-WINDOW-TO < WS-WINDOW-FROM + WS-MIN-SHIFT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TRY-START FROM WS-WINDOW-FROM BY 1
                   UNTIL WS-TRY-START + WS-MIN-SHIFT > WS-WINDOW-TO
               COMPUTE WS-TRY-LENGTH = WS-WINDOW-TO - WS-TRY-START
               IF WS-TRY-LENGTH > WS-MAX-SHIFT
                   MOVE WS-MAX-SHIFT TO WS-TRY-LENGTH
               END-IF
               IF WS-TRY-LENGTH > RS-HOURS-LEFT (WS-S)
                   MOVE RS-HOURS-LEFT (WS-S) TO WS-TRY-LENGTH
               END-IF
               PERFORM 420-SCORE-SHIFT
               IF WS-TRY-SCORE > WS-BEST-SCORE
                   PERFORM 415-TAKE-TRIAL-AS-BEST
               ELSE
                   IF WS-TRY-SCORE = WS-BEST-SCORE
                       AND WS-TRY-SCORE > ZERO
                       IF RS-HOURS-LEFT (WS-S) >
                           RS-HOURS-LEFT (WS-BEST-STAFF)
                           PERFORM 415-TAKE-TRIAL-AS-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       415-TAKE-TRIAL-AS-BEST.
           MOVE WS-S TO WS-BEST-STAFF.
           MOVE WS-TRY-START TO WS-BEST-START.
           MOVE WS-TRY-LENGTH TO WS-BEST-LENGTH.
           MOVE WS-TRY-SCORE TO WS-BEST-SCORE.

      *> Hours of the trial shift this person would fill a gap in,
      *> at their own post (either post for B).
       420-SCORE-SHIFT.
           MOVE ZERO TO WS-TRY-SCORE.
           PERFORM VARYING WS-HOUR FROM WS-TRY-START BY 1
                   UNTIL WS-HOUR NOT < WS-TRY-START + WS-TRY-LENGTH
               COMPUTE WS-H = WS-HOUR + 1
               EVALUATE RS-POST (WS-S)
                   WHEN "T"
                       IF DM-TILL-HAVE (WS-D, WS-H) <
                           DM-TILL-NEED (WS-D, WS-H)
                           ADD 1 TO WS-TRY-SCORE
                       END-IF
                   WHEN "F"
                       IF DM-FLOOR-HAVE (WS-D, WS-H) <
                           DM-FLOOR-NEED (WS-D, WS-H)
                           ADD 1 TO WS-TRY-SCORE
                       END-IF
                   WHEN OTHER
                       IF DM-TILL-HAVE (WS-D, WS-H) <
                           DM-TILL-NEED (WS-D, WS-H)
                           OR DM-FLOOR-HAVE (WS-D, WS-H) <
                           DM-FLOOR-NEED (WS-D, WS-H)
                           ADD 1 TO WS-TRY-SCORE
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *> Someone who can work either post covers the tills first
      *> each hour, then the floor.
       430-ASSIGN-SHIFT.
           MOVE WS-BEST-STAFF TO WS-S.
           MOVE WS-BEST-START TO RS-SHIFT-START (WS-S, WS-D).
           COMPUTE RS-SHIFT-END (WS-S, WS-D) =
               WS-BEST-START + WS-BEST-LENGTH.
           MOVE RS-POST (WS-S) TO RS-SHIFT-POST (WS-S, WS-D).
           SUBTRACT WS-BEST-LENGTH FROM RS-HOURS-LEFT (WS-S).
           ADD WS-BEST-LENGTH TO RS-ROSTERED (WS-S).
           PERFORM VARYING WS-HOUR FROM WS-BEST-START BY 1
                   UNTIL WS-HOUR NOT < RS-SHIFT-END (WS-S, WS-D)
               COMPUTE WS-H = WS-HOUR + 1
               EVALUATE RS-POST (WS-S)
                   WHEN "T"
                       ADD 1 TO DM-TILL-HAVE (WS-D, WS-H)
                   WHEN "F"
                       ADD 1 TO DM-FLOOR-HAVE (WS-D, WS-H)
                   WHEN OTHER
                       IF DM-TILL-HAVE (WS-D, WS-H) <
                           DM-TILL-NEED (WS-D, WS-H)
                           ADD 1 TO DM-TILL-HAVE (WS-D, WS-H)
                       ELSE
                           ADD 1 TO DM-FLOOR-HAVE (WS-D, WS-H)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *> A rerun for the same week replaces it: that week's rows go
      *> first, then this run's shifts are written.
       500-REPLACE-ROTA-WEEK.
           OPEN I-O STAFF-ROTA-FILE.
           IF STAFF-ROTA-STATUS = "35"
               OPEN OUTPUT STAFF-ROTA-FILE
               CLOSE STAFF-ROTA-FILE
               OPEN I-O STAFF-ROTA-FILE
           END-IF.
           IF STAFF-ROTA-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN ROTA.DAT, STATUS "
                   STAFF-ROTA-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WEEK-START TO RT-DATE.
           MOVE LOW-VALUES TO RT-USER-ID.
           MOVE "N" TO WS-EOF-FLAG.
           START STAFF-ROTA-FILE KEY NOT < RT-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 510-DROP-ONE-OLD-SHIFT UNTIL ENDOFINPUT.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STAFF-COUNT
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                   IF RS-SHIFT-END (WS-S, WS-D) NOT = ZERO
                       PERFORM 520-WRITE-ONE-SHIFT
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE STAFF-ROTA-FILE.

       510-DROP-ONE-OLD-SHIFT.
           READ STAFF-ROTA-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RT-DATE > WS-WEEK-END
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DELETE STAFF-ROTA-FILE RECORD.
           ADD 1 TO WS-REPLACED-COUNT.

       520-WRITE-ONE-SHIFT.
           MOVE SPACES TO STAFF-ROTA-RECORD.
           MOVE DM-DATE (WS-D) TO RT-DATE.
           MOVE RS-USER-ID (WS-S) TO RT-USER-ID.
           MOVE WS-WEEK-START TO RT-WEEK-START.
           MOVE RS-SHIFT-START (WS-S, WS-D) TO RT-START-HOUR.
           MOVE RS-SHIFT-END (WS-S, WS-D) TO RT-END-HOUR.
           COMPUTE RT-HOURS = RS-SHIFT-END (WS-S, WS-D)
               - RS-SHIFT-START (WS-S, WS-D).
           MOVE RS-SHIFT-POST (WS-S, WS-D) TO RT-POST.
           MOVE WS-TODAY-NUM TO RT-RUN-DATE.
           WRITE STAFF-ROTA-RECORD.
           IF STAFF-ROTA-STATUS = "00"
               ADD 1 TO WS-SHIFT-COUNT
           ELSE
               DISPLAY "ROTA.DAT NOT WRITTEN FOR " RT-USER-ID " "
                   RT-DATE ", STATUS " STAFF-ROTA-STATUS
           END-IF.

      *> Day by day: each trading hour's demand and cover, then the
      *> shifts; then each person's rostered hours against contract.
       600-PRINT-ROTA.
           PERFORM 850-OPEN-SPOOL.
           MOVE "================== STAFF ROTA ==================="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "WEEK " WS-WEEK-START " TO " WS-WEEK-END
               " - DEMAND FROM THE LAST " WS-WEEKS " WEEKS' SALES"
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
               PERFORM 610-PRINT-ONE-DAY
           END-PERFORM.

           MOVE "------------- HOURS AGAINST CONTRACT ------------"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STAFF-COUNT
               MOVE RS-CONTRACT (WS-S) TO WS-CONTRACT-ED
               MOVE SPACES TO WS-SHORT-FLAG
               IF RS-HOURS-LEFT (WS-S) NOT < WS-MIN-SHIFT
                   MOVE "UNDER CONTRACT" TO WS-SHORT-FLAG
               END-IF
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING RS-USER-ID (WS-S) " " RS-NAME (WS-S)
                   " CONTRACT " WS-CONTRACT-ED
                   " ROSTERED " RS-ROSTERED (WS-S) " "
                   WS-SHORT-FLAG
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-PERFORM.
           MOVE "================================================="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "SHIFTS ROSTERED: " WS-SHIFT-COUNT
               " UNDERSTAFFED HOURS: " WS-SHORT-HOURS
               " STAFF LEFT OFF: " WS-STAFF-SKIPPED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-SPOOL.

       610-PRINT-ONE-DAY.
           MOVE SPACES TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           STRING WS-DAY-NAME (WS-D) " " DM-DATE (WS-D)
               "   BASKETS/HR  TILLS HAVE/NEED  FLOOR HAVE/NEED"
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM VARYING WS-HOUR FROM WS-OPEN-HOUR BY 1
                   UNTIL WS-HOUR NOT < WS-CLOSE-HOUR
               COMPUTE WS-H = WS-HOUR + 1
               COMPUTE WS-AVG-ED ROUNDED =
                   DM-BASKETS (WS-D, WS-H) / WS-WEEKS
               MOVE SPACES TO WS-SHORT-FLAG
               IF DM-TILL-HAVE (WS-D, WS-H) < DM-TILL-NEED (WS-D, WS-H)
                   OR DM-FLOOR-HAVE (WS-D, WS-H) <
                       DM-FLOOR-NEED (WS-D, WS-H)
                   MOVE "** UNDERSTAFFED **" TO WS-SHORT-FLAG
                   ADD 1 TO WS-SHORT-HOURS
               END-IF
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "  " WS-HOUR ":00        " WS-AVG-ED
                   "        " DM-TILL-HAVE (WS-D, WS-H) "/"
                   DM-TILL-NEED (WS-D, WS-H)
                   "            " DM-FLOOR-HAVE (WS-D, WS-H) "/"
                   DM-FLOOR-NEED (WS-D, WS-H) "  " WS-SHORT-FLAG
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STAFF-COUNT
               IF RS-SHIFT-END (WS-S, WS-D) NOT = ZERO
                   EVALUATE RS-SHIFT-POST (WS-S, WS-D)
                       WHEN "T" MOVE "TILLS" TO WS-POST-WORD
                       WHEN "F" MOVE "SHOP FLOOR" TO WS-POST-WORD
                       WHEN OTHER MOVE "TILLS/FLOOR" TO WS-POST-WORD
                   END-EVALUATE
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "  SHIFT " RS-SHIFT-START (WS-S, WS-D)
                       ":00-" RS-SHIFT-END (WS-S, WS-D) ":00 "
                       RS-USER-ID (WS-S) " " RS-NAME (WS-S) " "
                       WS-POST-WORD
                       DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                   PERFORM 860-SPOOL-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STAFF-COUNT
               IF RS-OFF (WS-S, WS-D) NOT = SPACE
                   IF RS-OFF (WS-S, WS-D) = "S"
                       MOVE "OFF SICK" TO WS-POST-WORD
                   ELSE
                       MOVE "ON LEAVE" TO WS-POST-WORD
                   END-IF
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "  OFF               " RS-USER-ID (WS-S)
                       " " RS-NAME (WS-S) " " WS-POST-WORD
                       DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                   PERFORM 860-SPOOL-LINE
               END-IF
           END-PERFORM.

      *> ---- spool plumbing, Z-REPORT's shape ----

       850-OPEN-SPOOL.
           MOVE ZERO TO WS-SPOOL-ID.
           MOVE ZERO TO WS-SPOOL-LINE-COUNT.
           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT SPOOL-CATALOG.
           IF CATALOG-STATUS = "00"
               PERFORM 855-SCAN-ONE-CATALOG-ROW
                   UNTIL WS-SPOOL-EOF = "Y"
               CLOSE SPOOL-CATALOG
           END-IF.
           ADD 1 TO WS-SPOOL-ID.
           OPEN EXTEND REPORT-SPOOL.
           IF SPOOL-STATUS = "05" OR SPOOL-STATUS = "35"
               OPEN OUTPUT REPORT-SPOOL
           END-IF.

       855-SCAN-ONE-CATALOG-ROW.
           READ SPOOL-CATALOG
               AT END MOVE "Y" TO WS-SPOOL-EOF
           END-READ.
           IF WS-SPOOL-EOF = "N"
               AND SC-SPOOL-ID > WS-SPOOL-ID
               MOVE SC-SPOOL-ID TO WS-SPOOL-ID
           END-IF.

       860-SPOOL-LINE.
           IF SPOOL-STATUS = "00"
               MOVE SPACES TO SPOOL-LINE-RECORD
               MOVE WS-SPOOL-ID TO SP-SPOOL-ID
               ADD 1 TO WS-SPOOL-LINE-COUNT
               MOVE WS-SPOOL-LINE-COUNT TO SP-LINE-NO
               MOVE WS-SPOOL-TEXT TO SP-LINE-TEXT
               MOVE WS-SPOOL-SLICE TO SP-SLICE-KEY
               WRITE SPOOL-LINE-RECORD
           END-IF.
           DISPLAY WS-SPOOL-TEXT.

       870-REGISTER-SPOOL.
           IF SPOOL-STATUS = "00"
               CLOSE REPORT-SPOOL
               OPEN EXTEND SPOOL-CATALOG
               IF CATALOG-STATUS = "05" OR CATALOG-STATUS = "35"
                   OPEN OUTPUT SPOOL-CATALOG
               END-IF
               IF CATALOG-STATUS = "00"
                   MOVE SPACES TO SPOOL-CATALOG-RECORD
                   MOVE WS-SPOOL-ID TO SC-SPOOL-ID
                   MOVE "STAFF-ROTA" TO SC-REPORT-NAME
                   MOVE WS-RL-START-STAMP(1:8) TO SC-RUN-DATE
                   MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
                   MOVE "STAFF-ROTA-RUN" TO SC-PROGRAM
                   WRITE SPOOL-CATALOG-RECORD
                   CLOSE SPOOL-CATALOG
               END-IF
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "STAFF-ROTA-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-SALES-ROWS TO RL-READ-COUNT.
           MOVE WS-SHIFT-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-STAFF-SKIPPED TO RL-REJECT-COUNT.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM STAFF-ROTA-RUN.
