      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leave balances for a leave year (keyed - blank is
      *          this year). One line per person on USERROLE.DAT who
      *          has an entitlement for the year (LEAVEENT.DAT) or
      *          any leave or sickness on LEAVE.DAT in it: the
      *          entitlement in hours, annual leave approved and
      *          already taken, approved and booked ahead, still
      *          awaiting approval, what remains after taken and
      *          booked, and the sickness hours recorded. Anyone past
      *          their entitlement is starred; leave booked with no
      *          entitlement set is counted as a rejected row for the
      *          run log so it gets looked at. Kept on the spool
      *          (REPORTS.SPL, catalogued as LEAVE-BALANCE).
      *          Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-BALANCE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

           SELECT LEAVE-ENTITLEMENT-FILE
               ASSIGN TO "LEAVEENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-KEY
               FILE STATUS IS LEAVE-ENT-STATUS.

           SELECT LEAVE-DAY-FILE
               ASSIGN TO "LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-DAY-STATUS.

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
       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  LEAVE-ENTITLEMENT-FILE.
           COPY "LEAVE-ENTITLEMENT.CPY".

       FD  LEAVE-DAY-FILE.
           COPY "LEAVE-DAY.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  USER-ROLE-STATUS       PIC X(2).
       01  LEAVE-ENT-STATUS       PIC X(2).
       01  LEAVE-DAY-STATUS       PIC X(2).
      *> Set once the OPEN works - each READ and START rewrites the
      *> status, so it cannot say whether the file is open.
       01  WS-ENTITLEMENT-OPEN    PIC X(1) VALUE "N".
       01  WS-LEAVE-OPEN          PIC X(1) VALUE "N".
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".
       01  WS-LEAVE-EOF           PIC X(1).

      *> Spool state - the same shape Z-REPORT uses. Not split by
      *> SPOOL-BURST-RUN, so no line carries a slice key.
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-SLICE         PIC X(10) VALUE SPACES.
       01  WS-SPOOL-EOF           PIC X(1).

       01  WS-TODAY               PIC X(8).
       01  WS-YEAR-IN             PIC X(4).
       01  WS-YEAR                PIC 9(4).

      *> One person's year, the same sums LEAVE-DESK shows.
       01  WS-HAS-ENTITLEMENT     PIC X(1).
       01  WS-BAL-ENTITLED        PIC 9(4)V9(1).
       01  WS-BAL-TAKEN           PIC 9(4)V9(1).
       01  WS-BAL-BOOKED          PIC 9(4)V9(1).
       01  WS-BAL-PENDING         PIC 9(4)V9(1).
       01  WS-BAL-SICK            PIC 9(4)V9(1).
       01  WS-BAL-REMAINING       PIC S9(4)V9(1).
       01  WS-LEAVE-ROWS          PIC 9(5).

       01  WS-TOT-ENTITLED        PIC 9(5)V9(1) VALUE ZERO.
       01  WS-TOT-TAKEN           PIC 9(5)V9(1) VALUE ZERO.
       01  WS-TOT-BOOKED          PIC 9(5)V9(1) VALUE ZERO.
       01  WS-TOT-PENDING         PIC 9(5)V9(1) VALUE ZERO.
       01  WS-TOT-SICK            PIC 9(5)V9(1) VALUE ZERO.

      *> One person a line; the totals line goes through it too.
       01  WS-PRINT-LINE.
           05 PR-USER-ID           PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PR-NAME              PIC X(18).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PR-ENTITLED          PIC ZZZZ9.9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PR-TAKEN             PIC ZZZZ9.9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PR-BOOKED            PIC ZZZZ9.9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PR-PENDING           PIC ZZZZ9.9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PR-REMAINING         PIC -ZZZZ9.9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PR-SICK              PIC ZZZZ9.9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PR-FLAG              PIC X(1).
       01  WS-HEADING-LINE.
           05 FILLER               PIC X(28)
                   VALUE "USER ID  NAME".
           05 FILLER               PIC X(48) VALUE
                   "ENTITLD   TAKEN  BOOKED PENDING   REMAIN    SICK".

       01  WS-USERS-READ          PIC 9(5) VALUE ZERO.
       01  WS-LINES-PRINTED       PIC 9(5) VALUE ZERO.
       01  WS-OVER-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-NO-ENTITLEMENT      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           DISPLAY "LEAVE BALANCES FOR WHICH YEAR (YYYY, BLANK = "
               "THIS YEAR)".
           ACCEPT WS-YEAR-IN.
           IF WS-YEAR-IN = SPACES
               MOVE WS-TODAY(1:4) TO WS-YEAR-IN
           END-IF.
           IF WS-YEAR-IN NOT NUMERIC
               DISPLAY "NOT A YEAR: " WS-YEAR-IN
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-YEAR-IN TO WS-YEAR.

           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER, STATUS "
                   USER-ROLE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
      *> Either leave file missing just means nothing of that kind
      *> has been entered yet.
           OPEN INPUT LEAVE-ENTITLEMENT-FILE.
           IF LEAVE-ENT-STATUS = "00"
               MOVE "Y" TO WS-ENTITLEMENT-OPEN
           END-IF.
           OPEN INPUT LEAVE-DAY-FILE.
           IF LEAVE-DAY-STATUS = "00"
               MOVE "Y" TO WS-LEAVE-OPEN
           END-IF.

           PERFORM 850-OPEN-SPOOL.
           MOVE "================ LEAVE BALANCES ================"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "LEAVE YEAR " WS-YEAR " IN HOURS - TAKEN AND "
               "BOOKED AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE WS-HEADING-LINE TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

           MOVE LOW-VALUES TO UR-USER-ID.
           START USER-ROLE-FILE KEY NOT < UR-USER-ID
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 200-ONE-USER UNTIL ENDOFINPUT.

           MOVE "================================================="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "TOTALS" TO PR-USER-ID.
           MOVE SPACES TO PR-NAME.
           MOVE WS-TOT-ENTITLED TO PR-ENTITLED.
           MOVE WS-TOT-TAKEN TO PR-TAKEN.
           MOVE WS-TOT-BOOKED TO PR-BOOKED.
           MOVE WS-TOT-PENDING TO PR-PENDING.
           COMPUTE PR-REMAINING =
               WS-TOT-ENTITLED - WS-TOT-TAKEN - WS-TOT-BOOKED.
           MOVE WS-TOT-SICK TO PR-SICK.
           MOVE SPACE TO PR-FLAG.
           MOVE WS-PRINT-LINE TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "STAFF LISTED: " WS-LINES-PRINTED
               " * PAST ENTITLEMENT: " WS-OVER-COUNT
               " LEAVE WITH NO ENTITLEMENT: " WS-NO-ENTITLEMENT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-SPOOL.

           CLOSE USER-ROLE-FILE.
           IF WS-ENTITLEMENT-OPEN = "Y"
               CLOSE LEAVE-ENTITLEMENT-FILE
               MOVE "N" TO WS-ENTITLEMENT-OPEN
           END-IF.
           IF WS-LEAVE-OPEN = "Y"
               CLOSE LEAVE-DAY-FILE
               MOVE "N" TO WS-LEAVE-OPEN
           END-IF.
           GO TO 900-END-PROGRAM.

       200-ONE-USER.
           READ USER-ROLE-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-USERS-READ.
           PERFORM 300-LOAD-BALANCE.
           IF WS-HAS-ENTITLEMENT = "N" AND WS-LEAVE-ROWS = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-HAS-ENTITLEMENT = "N"
               AND WS-BAL-TAKEN + WS-BAL-BOOKED + WS-BAL-PENDING
                   > ZERO
               ADD 1 TO WS-NO-ENTITLEMENT
           END-IF.
           MOVE UR-USER-ID TO PR-USER-ID.
           MOVE UR-NAME TO PR-NAME.
           MOVE WS-BAL-ENTITLED TO PR-ENTITLED.
           MOVE WS-BAL-TAKEN TO PR-TAKEN.
           MOVE WS-BAL-BOOKED TO PR-BOOKED.
           MOVE WS-BAL-PENDING TO PR-PENDING.
           MOVE WS-BAL-REMAINING TO PR-REMAINING.
           MOVE WS-BAL-SICK TO PR-SICK.
           MOVE SPACE TO PR-FLAG.
           IF WS-BAL-REMAINING < ZERO
               MOVE "*" TO PR-FLAG
               ADD 1 TO WS-OVER-COUNT
           END-IF.
           MOVE WS-PRINT-LINE TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           ADD 1 TO WS-LINES-PRINTED.
           ADD WS-BAL-ENTITLED TO WS-TOT-ENTITLED.
           ADD WS-BAL-TAKEN TO WS-TOT-TAKEN.
           ADD WS-BAL-BOOKED TO WS-TOT-BOOKED.
           ADD WS-BAL-PENDING TO WS-TOT-PENDING.
           ADD WS-BAL-SICK TO WS-TOT-SICK.

      *> Annual leave approved and reached is taken, approved and
      *> still ahead is booked, requested is pending; remaining is
      *> the entitlement less taken and booked.
       300-LOAD-BALANCE.
           MOVE ZERO TO WS-BAL-ENTITLED WS-BAL-TAKEN WS-BAL-BOOKED
               WS-BAL-PENDING WS-BAL-SICK WS-LEAVE-ROWS.
           MOVE "N" TO WS-HAS-ENTITLEMENT.
           IF WS-ENTITLEMENT-OPEN = "Y"
               MOVE UR-USER-ID TO LE-USER-ID
               MOVE WS-YEAR TO LE-YEAR
               READ LEAVE-ENTITLEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HAS-ENTITLEMENT
                       MOVE LE-ENTITLED-HOURS TO WS-BAL-ENTITLED
               END-READ
           END-IF.
           IF WS-LEAVE-OPEN = "Y"
               MOVE UR-USER-ID TO LV-USER-ID
               MOVE SPACES TO LV-DATE
               MOVE WS-YEAR TO LV-DATE(1:4)
               MOVE "0101" TO LV-DATE(5:4)
               MOVE "N" TO WS-LEAVE-EOF
               START LEAVE-DAY-FILE KEY NOT < LV-KEY
                   INVALID KEY MOVE "Y" TO WS-LEAVE-EOF
               END-START
               PERFORM 310-ADD-ONE-LEAVE-DAY UNTIL WS-LEAVE-EOF = "Y"
           END-IF.
           COMPUTE WS-BAL-REMAINING =
               WS-BAL-ENTITLED - WS-BAL-TAKEN - WS-BAL-BOOKED.

       310-ADD-ONE-LEAVE-DAY.
           READ LEAVE-DAY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LEAVE-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF LV-USER-ID NOT = UR-USER-ID
               OR LV-DATE(1:4) NOT = WS-YEAR
               MOVE "Y" TO WS-LEAVE-EOF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN LV-SICK AND LV-APPROVED
                   ADD LV-HOURS TO WS-BAL-SICK
                   ADD 1 TO WS-LEAVE-ROWS
               WHEN LV-ANNUAL AND LV-APPROVED
                   AND LV-DATE NOT > WS-TODAY
                   ADD LV-HOURS TO WS-BAL-TAKEN
                   ADD 1 TO WS-LEAVE-ROWS
               WHEN LV-ANNUAL AND LV-APPROVED
                   ADD LV-HOURS TO WS-BAL-BOOKED
                   ADD 1 TO WS-LEAVE-ROWS
               WHEN LV-ANNUAL AND LV-REQUESTED
                   ADD LV-HOURS TO WS-BAL-PENDING
                   ADD 1 TO WS-LEAVE-ROWS
           END-EVALUATE.

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
                   MOVE "LEAVE-BALANCE" TO SC-REPORT-NAME
                   MOVE WS-RL-START-STAMP(1:8) TO SC-RUN-DATE
                   MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
                   MOVE "LEAVE-BALANCE-REPORT" TO SC-PROGRAM
                   WRITE SPOOL-CATALOG-RECORD
                   CLOSE SPOOL-CATALOG
               END-IF
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "LEAVE-BALANCE-REPORT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-USERS-READ TO RL-READ-COUNT.
           MOVE WS-LINES-PRINTED TO RL-WRITTEN-COUNT.
           MOVE WS-NO-ENTITLEMENT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

       END PROGRAM LEAVE-BALANCE-REPORT.
