      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly user access review over USERROLE.DAT. Lists
      *          every user with their role and status, the last day
      *          they were seen working - latest of their time-clock
      *          punches (TIMECLCK.DAT), cashier shifts (SHIFTHIST.DAT)
      *          and audit-log rows (AUDITLOG.DAT), whichever is
      *          latest, and which - and how many register returns
      *          and receipt voids they authorized as manager. Every
      *          active user idle for more than USER_IDLE_DAYS (a
      *          PARAMS.DAT setting, 90 by default) is disabled on
      *          the spot, UR-STATUS "D" by "DORMANT", and the change
      *          lands on the audit log - except a manager whose
      *          disablement would leave no active manager, who is
      *          kept and flagged on the listing instead, since
      *          re-enabling anyone needs another active manager.
      *          A new or re-enabled user is idle only from the date
      *          they were added or re-enabled. Nobody is disabled if
      *          none of the three activity files could be read.
      *          Disabled users stay disabled until a manager
      *          re-enables them at USER-ROLE-MAINTENANCE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-ACCESS-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

           SELECT TIME-PUNCH-FILE
               ASSIGN TO "TIMECLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-PUNCH-STATUS.

           SELECT SHIFT-HISTORY-FILE
               ASSIGN TO "SHIFTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIFT-HISTORY-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  TIME-PUNCH-FILE.
           COPY "TIME-PUNCH.CPY".

       FD  SHIFT-HISTORY-FILE.
           COPY "SHIFT-HISTORY.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  USER-ROLE-STATUS       PIC X(2).
       01  TIME-PUNCH-STATUS      PIC X(2).
       01  SHIFT-HISTORY-STATUS   PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  RUN-LOG-STATUS         PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  WS-EOF                 PIC X(1).

       01  WS-IDLE-DAYS           PIC 9(4) VALUE 90.
       01  WS-IDLE-DAYS-IN        PIC X(10).
       01  WS-TODAY               PIC X(8).
       01  WS-TODAY-INT           PIC 9(7).
       01  WS-SOURCES-READ        PIC 9(1) VALUE ZERO.

      *> One entry per user on USERROLE.DAT, filled in as the three
      *> activity files are read.
       01  WS-USER-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-USER-TABLE.
           05 UA-ENTRY OCCURS 300 TIMES.
               10 UA-USER-ID      PIC X(8).
               10 UA-NAME         PIC X(25).
               10 UA-ROLE         PIC X(1).
               10 UA-STATUS       PIC X(1).
               10 UA-STATUS-DATE  PIC X(8).
               10 UA-LAST-DATE    PIC X(8).
               10 UA-LAST-SOURCE  PIC X(9).
               10 UA-OVERRIDES    PIC 9(5).
       01  UA-IDX                 PIC 9(3).
       01  WS-FOUND-IDX           PIC 9(3).

       01  WS-ACT-USER            PIC X(8).
       01  WS-ACT-DATE            PIC X(8).
       01  WS-ACT-SOURCE          PIC X(9).
       01  WS-ACT-OVERRIDE        PIC X(1).

       01  WS-REF-DATE            PIC X(8).
       01  WS-REF-INT             PIC 9(7).
       01  WS-DAYS-IDLE           PIC 9(5).
       01  WS-DAYS-IDLE-OUT       PIC X(5).
       01  WS-ROLE-NAME           PIC X(7).
       01  WS-STATUS-NAME         PIC X(8).
       01  WS-ACTION-TEXT         PIC X(15).
       01  WS-LAST-OUT            PIC X(8).

       01  WS-ACTIVE-MANAGERS     PIC 9(3) VALUE ZERO.
      *> Active managers not yet disabled by this run - the last one
      *> is never disabled.
       01  WS-MANAGERS-LEFT       PIC 9(3) VALUE ZERO.
       01  WS-MANAGERS-KEPT       PIC 9(3) VALUE ZERO.
       01  WS-DISABLED-NOW        PIC 9(3) VALUE ZERO.
       01  WS-ALREADY-DISABLED    PIC 9(3) VALUE ZERO.
       01  WS-ACTIVITY-ROWS       PIC 9(7) VALUE ZERO.

           COPY "INPUT-VALIDATE-FIELDS.CPY".
           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           MOVE ZERO TO WS-USER-COUNT WS-SOURCES-READ
               WS-ACTIVE-MANAGERS WS-DISABLED-NOW WS-ALREADY-DISABLED
               WS-ACTIVITY-ROWS.

           MOVE "USER_IDLE_DAYS" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           MOVE WS-PM-VALUE TO WS-IDLE-DAYS-IN.
           IF WS-IDLE-DAYS-IN NOT = SPACES
               MOVE WS-IDLE-DAYS-IN TO WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
               IF WS-IV-VALID = "Y"
                   COMPUTE WS-IDLE-DAYS =
                       FUNCTION NUMVAL-C(WS-IV-INPUT)
               END-IF
           END-IF.
           MOVE WS-IDLE-DAYS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN USERROLE.DAT, STATUS "
                   USER-ROLE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 100-LOAD-ONE-USER UNTIL WS-EOF = "Y".
           CLOSE USER-ROLE-FILE.

           PERFORM 200-SCAN-TIME-PUNCHES.
           PERFORM 300-SCAN-SHIFTS.
           PERFORM 400-SCAN-AUDIT-LOG.

           PERFORM 600-REVIEW-USERS.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "ACCESS-REVIEW" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-USER-COUNT TO RL-READ-COUNT.
           MOVE WS-DISABLED-NOW TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

       100-LOAD-ONE-USER.
           READ USER-ROLE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-USER-COUNT TO WS-TB-COUNT.
           MOVE 300 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-USER-COUNT.
           MOVE UR-USER-ID TO UA-USER-ID (WS-USER-COUNT).
           MOVE UR-NAME TO UA-NAME (WS-USER-COUNT).
           MOVE UR-ROLE TO UA-ROLE (WS-USER-COUNT).
           MOVE UR-STATUS TO UA-STATUS (WS-USER-COUNT).
           MOVE UR-STATUS-DATE TO UA-STATUS-DATE (WS-USER-COUNT).
           MOVE SPACES TO UA-LAST-DATE (WS-USER-COUNT).
           MOVE SPACES TO UA-LAST-SOURCE (WS-USER-COUNT).
           MOVE ZERO TO UA-OVERRIDES (WS-USER-COUNT).

       200-SCAN-TIME-PUNCHES.
           OPEN INPUT TIME-PUNCH-FILE.
           IF TIME-PUNCH-STATUS NOT = "00"
               DISPLAY "NO TIMECLCK.DAT - PUNCHES NOT CONSIDERED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SOURCES-READ.
           MOVE "N" TO WS-EOF.
           PERFORM 210-ONE-TIME-PUNCH UNTIL WS-EOF = "Y".
           CLOSE TIME-PUNCH-FILE.

       210-ONE-TIME-PUNCH.
           READ TIME-PUNCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE TP-USER-ID TO WS-ACT-USER.
           MOVE TP-DATE TO WS-ACT-DATE.
           MOVE "TIMECLCK" TO WS-ACT-SOURCE.
           MOVE "N" TO WS-ACT-OVERRIDE.
           PERFORM 500-NOTE-ACTIVITY.

       300-SCAN-SHIFTS.
           OPEN INPUT SHIFT-HISTORY-FILE.
           IF SHIFT-HISTORY-STATUS NOT = "00"
               DISPLAY "NO SHIFTHIST.DAT - SHIFTS NOT CONSIDERED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SOURCES-READ.
           MOVE "N" TO WS-EOF.
           PERFORM 310-ONE-SHIFT UNTIL WS-EOF = "Y".
           CLOSE SHIFT-HISTORY-FILE.

       310-ONE-SHIFT.
           READ SHIFT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE SF-CASHIER-ID TO WS-ACT-USER.
           MOVE SF-DATE TO WS-ACT-DATE.
           MOVE "SHIFTHIST" TO WS-ACT-SOURCE.
           MOVE "N" TO WS-ACT-OVERRIDE.
           PERFORM 500-NOTE-ACTIVITY.

       400-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "NO AUDITLOG.DAT - AUDIT ROWS NOT CONSIDERED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SOURCES-READ.
           MOVE "N" TO WS-EOF.
           PERFORM 410-ONE-AUDIT-ROW UNTIL WS-EOF = "Y".
           CLOSE AUDIT-LOG.

      *> The row's own user did something that day. A register
      *> return override names the authorizing manager in the new
      *> value, a receipt void in the old value - those count for
      *> the manager as activity and as an override authorized.
       410-ONE-AUDIT-ROW.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE AL-USER-ID TO WS-ACT-USER.
           MOVE AL-TIMESTAMP(1:8) TO WS-ACT-DATE.
           MOVE "AUDITLOG" TO WS-ACT-SOURCE.
           MOVE "N" TO WS-ACT-OVERRIDE.
           PERFORM 500-NOTE-ACTIVITY.
           MOVE "Y" TO WS-ACT-OVERRIDE.
           EVALUATE AL-RECORD-TYPE
               WHEN "OVRRDE"
                   MOVE AL-NEW-VALUE(1:8) TO WS-ACT-USER
                   PERFORM 500-NOTE-ACTIVITY
               WHEN "VOID"
                   MOVE AL-OLD-VALUE(1:8) TO WS-ACT-USER
                   PERFORM 500-NOTE-ACTIVITY
           END-EVALUATE.

       500-NOTE-ACTIVITY.
           IF WS-ACT-USER = SPACES OR WS-ACT-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING UA-IDX FROM 1 BY 1
                   UNTIL UA-IDX > WS-USER-COUNT
                      OR WS-FOUND-IDX NOT = ZERO
               IF UA-USER-ID (UA-IDX) = WS-ACT-USER
                   MOVE UA-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVITY-ROWS.
           IF UA-LAST-DATE (WS-FOUND-IDX) = SPACES
                   OR WS-ACT-DATE > UA-LAST-DATE (WS-FOUND-IDX)
               MOVE WS-ACT-DATE TO UA-LAST-DATE (WS-FOUND-IDX)
               MOVE WS-ACT-SOURCE TO UA-LAST-SOURCE (WS-FOUND-IDX)
           END-IF.
           IF WS-ACT-OVERRIDE = "Y"
               ADD 1 TO UA-OVERRIDES (WS-FOUND-IDX)
           END-IF.

       600-REVIEW-USERS.
           IF WS-SOURCES-READ = ZERO
               DISPLAY "NO ACTIVITY FILES COULD BE READ - NOBODY WILL "
                   "BE DISABLED THIS RUN"
           END-IF.
           OPEN I-O USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "COULD NOT REOPEN USERROLE.DAT TO UPDATE, "
                   "STATUS " USER-ROLE-STATUS " - NOBODY DISABLED"
               MOVE ZERO TO WS-SOURCES-READ
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           MOVE ZERO TO WS-MANAGERS-LEFT WS-MANAGERS-KEPT.
           PERFORM VARYING UA-IDX FROM 1 BY 1
                   UNTIL UA-IDX > WS-USER-COUNT
               IF UA-ROLE (UA-IDX) = "M"
                   AND UA-STATUS (UA-IDX) NOT = "D"
                   ADD 1 TO WS-MANAGERS-LEFT
               END-IF
           END-PERFORM.

           DISPLAY "=============== USER ACCESS REVIEW ===============".
           DISPLAY "AS OF " WS-TODAY "  DORMANT AFTER " WS-IDLE-DAYS
               " DAYS IDLE".
           DISPLAY "USER     NAME                      ROLE    STATUS  "
               " LAST SEEN SOURCE     IDLE  OVR".
           PERFORM VARYING UA-IDX FROM 1 BY 1
                   UNTIL UA-IDX > WS-USER-COUNT
               PERFORM 610-REVIEW-ONE-USER
           END-PERFORM.
           DISPLAY "--------------------------------------------------".
           DISPLAY "USERS ON FILE: " WS-USER-COUNT
               "  ACTIVE MANAGERS: " WS-ACTIVE-MANAGERS.
           DISPLAY "DISABLED THIS RUN: " WS-DISABLED-NOW
               "  ALREADY DISABLED: " WS-ALREADY-DISABLED.
           IF WS-MANAGERS-KEPT > ZERO
               DISPLAY "*** DORMANT MANAGER KEPT ACTIVE AS THE LAST "
                   "ACTIVE MANAGER - ADD OR RE-ENABLE ANOTHER ***"
           END-IF.
           DISPLAY "==================================================".

           CLOSE USER-ROLE-FILE.
           CLOSE AUDIT-LOG.

       610-REVIEW-ONE-USER.
           EVALUATE UA-ROLE (UA-IDX)
               WHEN "M"
                   MOVE "MANAGER" TO WS-ROLE-NAME
               WHEN "C"
                   MOVE "CASHIER" TO WS-ROLE-NAME
               WHEN OTHER
                   MOVE "OTHER" TO WS-ROLE-NAME
           END-EVALUATE.
           MOVE SPACES TO WS-ACTION-TEXT.

      *> Idle since the later of last activity and the date the
      *> user was added or re-enabled.
           MOVE UA-LAST-DATE (UA-IDX) TO WS-REF-DATE.
           IF UA-STATUS-DATE (UA-IDX) IS NUMERIC
               AND (WS-REF-DATE = SPACES
                    OR UA-STATUS-DATE (UA-IDX) > WS-REF-DATE)
               MOVE UA-STATUS-DATE (UA-IDX) TO WS-REF-DATE
           END-IF.
           IF WS-REF-DATE IS NUMERIC
               COMPUTE WS-REF-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-REF-DATE))
               IF WS-REF-INT > WS-TODAY-INT
                   MOVE ZERO TO WS-DAYS-IDLE
               ELSE
                   COMPUTE WS-DAYS-IDLE = WS-TODAY-INT - WS-REF-INT
               END-IF
               MOVE WS-DAYS-IDLE TO WS-DAYS-IDLE-OUT
           ELSE
               MOVE 99999 TO WS-DAYS-IDLE
               MOVE "NEVER" TO WS-DAYS-IDLE-OUT
           END-IF.
           IF UA-LAST-DATE (UA-IDX) = SPACES
               MOVE "NEVER" TO WS-LAST-OUT
           ELSE
               MOVE UA-LAST-DATE (UA-IDX) TO WS-LAST-OUT
           END-IF.

           IF UA-STATUS (UA-IDX) = "D"
               MOVE "DISABLED" TO WS-STATUS-NAME
               ADD 1 TO WS-ALREADY-DISABLED
           ELSE
               MOVE "ACTIVE" TO WS-STATUS-NAME
               IF WS-DAYS-IDLE > WS-IDLE-DAYS
                   AND WS-SOURCES-READ > ZERO
                   IF UA-ROLE (UA-IDX) = "M"
                       AND WS-MANAGERS-LEFT NOT > 1
                       MOVE "<< LAST MANAGER" TO WS-ACTION-TEXT
                       ADD 1 TO WS-MANAGERS-KEPT
                   ELSE
                       PERFORM 620-DISABLE-USER
                   END-IF
               END-IF
               IF UA-ROLE (UA-IDX) = "M"
                   IF UA-STATUS (UA-IDX) = "D"
                       SUBTRACT 1 FROM WS-MANAGERS-LEFT
                   ELSE
                       ADD 1 TO WS-ACTIVE-MANAGERS
                   END-IF
               END-IF
           END-IF.

           DISPLAY UA-USER-ID (UA-IDX) " " UA-NAME (UA-IDX) " "
               WS-ROLE-NAME " " WS-STATUS-NAME " " WS-LAST-OUT " "
               UA-LAST-SOURCE (UA-IDX) " " WS-DAYS-IDLE-OUT " "
               UA-OVERRIDES (UA-IDX) " " WS-ACTION-TEXT.

       620-DISABLE-USER.
           MOVE UA-USER-ID (UA-IDX) TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "D" TO UR-STATUS.
           MOVE WS-TODAY TO UR-STATUS-DATE.
           MOVE "DORMANT" TO UR-STATUS-BY.
           REWRITE USER-ROLE-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "D" TO UA-STATUS (UA-IDX).
           MOVE "DISABLED" TO WS-STATUS-NAME.
           MOVE "<< DISABLED NOW" TO WS-ACTION-TEXT.
           ADD 1 TO WS-DISABLED-NOW.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "DORMANT" TO AL-USER-ID.
           MOVE "USER" TO AL-RECORD-TYPE.
           MOVE UR-USER-ID TO AL-KEY-VALUE.
           MOVE "UR-STATUS" TO AL-FIELD-NAME.
           MOVE "ACTIVE" TO AL-OLD-VALUE.
           MOVE "DISABLED" TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM USER-ACCESS-REVIEW.
