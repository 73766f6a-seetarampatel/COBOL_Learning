      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily absence check. For a trading day every
      *          shift on ROTA.DAT is set against the
      *          TIMECLCK.DAT punches and the LEAVE.DAT days booked
      *          at LEAVE-DESK. Someone rostered who punched is
      *          present; one who did not is listed as on approved
      *          leave, off sick, off on leave nobody has approved
      *          yet, or - flagged for the manager to follow up -
      *          with no punch and no approved leave at all. Anyone
      *          who punched on a day of approved annual leave is
      *          listed too, so the leave day can be cancelled and
      *          the hours given back to the entitlement. The list is
      *          kept on the spool (REPORTS.SPL, catalogued as
      *          ABSENCE-CHECK). As step R07 of the retail chain it
      *          checks the night RETAIL-BATCH-DRIVER hands it and
      *          asks nothing; run by hand it asks for the day (blank
      *          is today). Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-CHECK-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-PUNCH-FILE
               ASSIGN TO "TIMECLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-PUNCH-STATUS.

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

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

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
       FD  TIME-PUNCH-FILE.
           COPY "TIME-PUNCH.CPY".

       FD  STAFF-ROTA-FILE.
           COPY "STAFF-ROTA.CPY".

       FD  LEAVE-DAY-FILE.
           COPY "LEAVE-DAY.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  TIME-PUNCH-STATUS      PIC X(2).
       01  STAFF-ROTA-STATUS      PIC X(2).
       01  LEAVE-DAY-STATUS       PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
      *> Set once the OPEN works - every keyed READ rewrites the
      *> status, so it cannot say whether the file is open.
       01  WS-LEAVE-OPEN          PIC X(1) VALUE "N".
       01  WS-USERS-OPEN          PIC X(1) VALUE "N".
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

      *> Spool state - the same shape Z-REPORT uses. Not split by
      *> SPOOL-BURST-RUN, so no line carries a slice key.
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-SLICE         PIC X(10) VALUE SPACES.
       01  WS-SPOOL-EOF           PIC X(1).

       01  WS-CHECK-DATE          PIC X(8).
       01  WS-CHECK-DATE-NUM      PIC 9(8).

      *> Everyone who punched at all on the day. PU-ROSTERED is set
      *> as the rota is walked.
       01  WS-PUNCHED-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-PUNCHED-AREA.
           05 WS-PUNCHED OCCURS 100 TIMES.
               10 PU-USER-ID       PIC X(8).
               10 PU-ROSTERED      PIC X(1).
       01  WS-U                   PIC 9(3).
       01  WS-U-FOUND             PIC 9(3).

       01  WS-NAME                PIC X(25).
       01  WS-OUTCOME             PIC X(40).
       01  WS-HOURS-ED            PIC Z9.9.

       01  WS-PUNCH-ROWS          PIC 9(7) VALUE ZERO.
       01  WS-SHIFT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PRESENT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-LEAVE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SICK-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-UNAPPROVED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-NO-SHOW-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-WORKED-LEAVE-COUNT  PIC 9(5) VALUE ZERO.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
      *> Under RETAIL-BATCH-DRIVER the chain's night is handed over
      *> in RETAIL_RUN_DATE and nobody is asked; run by hand, the
      *> operator keys the day.
           MOVE SPACES TO WS-CHECK-DATE.
           ACCEPT WS-CHECK-DATE FROM ENVIRONMENT "RETAIL_RUN_DATE".
           IF WS-CHECK-DATE = SPACES
               DISPLAY "ABSENCE CHECK FOR WHICH DAY (YYYYMMDD, "
                   "BLANK = TODAY)"
               ACCEPT WS-CHECK-DATE
               IF WS-CHECK-DATE = SPACES
                   MOVE WS-RL-START-STAMP(1:8) TO WS-CHECK-DATE
               END-IF
           ELSE
               DISPLAY "ABSENCE CHECK FOR THE RETAIL CHAIN'S NIGHT "
                   WS-CHECK-DATE
           END-IF.
           IF WS-CHECK-DATE NOT NUMERIC
               DISPLAY "NOT A DATE: " WS-CHECK-DATE
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM) NOT = 0
               DISPLAY "NOT A DATE: " WS-CHECK-DATE
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT TIME-PUNCH-FILE.
           IF TIME-PUNCH-STATUS = "00"
               READ TIME-PUNCH-FILE
                   AT END SET ENDOFINPUT TO TRUE
               END-READ
               PERFORM 200-NOTE-ONE-PUNCH UNTIL ENDOFINPUT
               CLOSE TIME-PUNCH-FILE
           ELSE
               DISPLAY "NO TIME CLOCK PUNCHES, STATUS "
                   TIME-PUNCH-STATUS " - NOBODY PUNCHED"
           END-IF.

      *> Leave and names only colour the list; without them every
      *> missing punch is simply unexplained.
           OPEN INPUT LEAVE-DAY-FILE.
           IF LEAVE-DAY-STATUS = "00"
               MOVE "Y" TO WS-LEAVE-OPEN
           END-IF.
           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS = "00"
               MOVE "Y" TO WS-USERS-OPEN
           END-IF.

           PERFORM 850-OPEN-SPOOL.
           MOVE "================ ABSENCE CHECK ================="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "DAY " WS-CHECK-DATE " - ROSTERED STAFF AGAINST "
               "PUNCHES AND LEAVE"
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "USER ID  NAME                      SHIFT   OUTCOME"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

           OPEN INPUT STAFF-ROTA-FILE.
           IF STAFF-ROTA-STATUS = "00"
               MOVE WS-CHECK-DATE TO RT-DATE
               MOVE LOW-VALUES TO RT-USER-ID
               MOVE "N" TO WS-EOF-FLAG
               START STAFF-ROTA-FILE KEY NOT < RT-KEY
                   INVALID KEY SET ENDOFINPUT TO TRUE
               END-START
               PERFORM 300-CHECK-ONE-SHIFT UNTIL ENDOFINPUT
               CLOSE STAFF-ROTA-FILE
           ELSE
               MOVE "NO ROTA ON FILE (ROTA.DAT) - NOBODY ROSTERED"
                   TO WS-SPOOL-TEXT
               PERFORM 860-SPOOL-LINE
           END-IF.

           MOVE "------------- WORKED ON APPROVED LEAVE -----------"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-PUNCHED-COUNT
               PERFORM 400-CHECK-ONE-PUNCHED-USER
           END-PERFORM.

           MOVE "================================================="
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "ROSTERED: " WS-SHIFT-COUNT
               " PRESENT: " WS-PRESENT-COUNT
               " ON LEAVE: " WS-LEAVE-COUNT
               " SICK: " WS-SICK-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "LEAVE NOT APPROVED: " WS-UNAPPROVED-COUNT
               " NO PUNCH, NO LEAVE: " WS-NO-SHOW-COUNT
               " WORKED ON LEAVE: " WS-WORKED-LEAVE-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-SPOOL.

           IF WS-LEAVE-OPEN = "Y"
               CLOSE LEAVE-DAY-FILE
               MOVE "N" TO WS-LEAVE-OPEN
           END-IF.
           IF WS-USERS-OPEN = "Y"
               CLOSE USER-ROLE-FILE
               MOVE "N" TO WS-USERS-OPEN
           END-IF.
           GO TO 900-END-PROGRAM.

       200-NOTE-ONE-PUNCH.
           ADD 1 TO WS-PUNCH-ROWS.
           IF TP-DATE = WS-CHECK-DATE
               MOVE ZERO TO WS-U-FOUND
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U > WS-PUNCHED-COUNT
                   IF PU-USER-ID (WS-U) = TP-USER-ID
                       MOVE WS-U TO WS-U-FOUND
                   END-IF
               END-PERFORM
               IF WS-U-FOUND = ZERO
                   MOVE WS-PUNCHED-COUNT TO WS-TB-COUNT
                   MOVE 100 TO WS-TB-LIMIT
                   PERFORM CHECK-TABLE-BOUNDS
                   IF WS-TB-OK = "Y"
                       ADD 1 TO WS-PUNCHED-COUNT
                       MOVE TP-USER-ID TO PU-USER-ID (WS-PUNCHED-COUNT)
                       MOVE "N" TO PU-ROSTERED (WS-PUNCHED-COUNT)
                   END-IF
               END-IF
           END-IF.
           READ TIME-PUNCH-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       300-CHECK-ONE-SHIFT.
           READ STAFF-ROTA-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF RT-DATE NOT = WS-CHECK-DATE
               SET ENDOFINPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SHIFT-COUNT.
           MOVE ZERO TO WS-U-FOUND.
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-PUNCHED-COUNT
               IF PU-USER-ID (WS-U) = RT-USER-ID
                   MOVE WS-U TO WS-U-FOUND
               END-IF
           END-PERFORM.
           IF WS-U-FOUND NOT = ZERO
               MOVE "Y" TO PU-ROSTERED (WS-U-FOUND)
               ADD 1 TO WS-PRESENT-COUNT
               MOVE "PRESENT" TO WS-OUTCOME
           ELSE
               PERFORM 310-WHY-NO-PUNCH
           END-IF.
           MOVE RT-USER-ID TO UR-USER-ID.
           PERFORM 500-LOOK-UP-NAME.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING RT-USER-ID " " WS-NAME " " RT-START-HOUR "-"
               RT-END-HOUR "   " WS-OUTCOME
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

      *> A rostered shift with no punch: the leave day, if any,
      *> says why.
       310-WHY-NO-PUNCH.
           MOVE "** NO PUNCH AND NO APPROVED LEAVE **" TO WS-OUTCOME.
           IF WS-LEAVE-OPEN = "Y"
               MOVE RT-USER-ID TO LV-USER-ID
               MOVE WS-CHECK-DATE TO LV-DATE
               READ LEAVE-DAY-FILE
                   INVALID KEY
                       MOVE SPACES TO LV-STATUS
               END-READ
           ELSE
               MOVE SPACES TO LV-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN LV-SICK AND LV-APPROVED
                   ADD 1 TO WS-SICK-COUNT
                   MOVE "OFF SICK" TO WS-OUTCOME
               WHEN LV-APPROVED
                   ADD 1 TO WS-LEAVE-COUNT
                   MOVE "ON APPROVED LEAVE" TO WS-OUTCOME
               WHEN LV-REQUESTED
                   ADD 1 TO WS-UNAPPROVED-COUNT
                   MOVE "NO PUNCH - LEAVE NOT APPROVED" TO WS-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-NO-SHOW-COUNT
           END-EVALUATE.

       400-CHECK-ONE-PUNCHED-USER.
           IF WS-LEAVE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE PU-USER-ID (WS-U) TO LV-USER-ID.
           MOVE WS-CHECK-DATE TO LV-DATE.
           READ LEAVE-DAY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LV-APPROVED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-WORKED-LEAVE-COUNT.
           MOVE PU-USER-ID (WS-U) TO UR-USER-ID.
           PERFORM 500-LOOK-UP-NAME.
           MOVE LV-HOURS TO WS-HOURS-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           IF LV-SICK
               STRING PU-USER-ID (WS-U) " " WS-NAME " PUNCHED, "
                   "RECORDED SICK " WS-HOURS-ED " HRS"
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
           ELSE
               STRING PU-USER-ID (WS-U) " " WS-NAME " PUNCHED, ON "
                   "LEAVE " WS-HOURS-ED " HRS (REQ " LV-REQUEST-NO
                   ")"
                   DELIMITED BY SIZE INTO WS-SPOOL-TEXT
           END-IF.
           PERFORM 860-SPOOL-LINE.

       500-LOOK-UP-NAME.
           MOVE SPACES TO WS-NAME.
           IF WS-USERS-OPEN = "Y"
               READ USER-ROLE-FILE
                   INVALID KEY
                       MOVE "(NOT ON USERROLE.DAT)" TO WS-NAME
                   NOT INVALID KEY
                       MOVE UR-NAME TO WS-NAME
               END-READ
           END-IF.

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
                   MOVE "ABSENCE-CHECK" TO SC-REPORT-NAME
                   MOVE WS-RL-START-STAMP(1:8) TO SC-RUN-DATE
                   MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
                   MOVE "ABSENCE-CHECK-RUN" TO SC-PROGRAM
                   WRITE SPOOL-CATALOG-RECORD
                   CLOSE SPOOL-CATALOG
               END-IF
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "ABSENCE-CHECK-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PUNCH-ROWS TO RL-READ-COUNT.
           MOVE WS-SHIFT-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-NO-SHOW-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM ABSENCE-CHECK-RUN.
