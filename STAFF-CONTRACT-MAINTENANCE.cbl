      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of DISTRIBUTION-MAINTENANCE, for the staff
      *          contract file (STAFFCON.DAT) STAFF-ROTA-RUN builds
      *          the weekly rota from: S sets a user's contracted
      *          hours a week, the post they work (tills, floor or
      *          either) and the hours of each weekday they are
      *          available; R takes them off the rota; L lists
      *          everyone on it. The user must be a live user on
      *          USERROLE.DAT. A manager signs on first and every
      *          change lands on the audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-CONTRACT-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-CONTRACT-FILE.
           COPY "STAFF-CONTRACT.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  STAFF-CONTRACT-STATUS  PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-MANAGER-ID          PIC X(8).
       01  WS-MANAGER-SECRET      PIC X(4).
       01  WS-MANAGER-OK          PIC X(1) VALUE "N".
       01  WS-TODAY               PIC X(8).
       01  WS-STAFF-ID            PIC X(8).
       01  WS-STAFF-NAME          PIC X(25).
       01  WS-ON-FILE             PIC X(1).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFCONTRACTS VALUE "Y".
       01  WS-LIST-COUNT          PIC 9(4).

      *> What the row said before the change, for the audit rows.
       01  WS-OLD-HOURS           PIC 9(2)V9(1).
       01  WS-OLD-POST            PIC X(1).
       01  WS-OLD-AVAIL-HOURS     PIC 9(3).
       01  WS-NEW-AVAIL-HOURS     PIC 9(3).
       01  WS-HOURS-ED            PIC Z9.9.
       01  WS-AVAIL-ED            PIC ZZ9.

       01  WS-HOURS               PIC 9(3)V9(1).
       01  WS-HOURS-OK            PIC X(1).
       01  WS-ENTRY               PIC X(15).
       01  WS-FROM-HOUR           PIC 9(3).
       01  WS-TO-HOUR             PIC 9(3).
       01  WS-DAY-OK              PIC X(1).
       01  WS-DAY                 PIC 9(1).
       01  WS-AVAIL-LINE          PIC X(70).
       01  WS-AVAIL-PTR           PIC 9(3).

      *> Entry 1 is Monday, as on the contract row.
       01  WS-DAY-NAMES           PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STAFF CONTRACT AND AVAILABILITY MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER - CONTRACTS NEED A "
                   "MANAGER, STATUS " USER-ROLE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-MANAGER-ID.
           DISPLAY "MANAGER SECRET CODE".
           ACCEPT WS-MANAGER-SECRET.
           MOVE WS-MANAGER-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "MANAGER ID NOT ON FILE"
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-MANAGER-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-MANAGER-OK
                       DISPLAY "SIGNED ON: " UR-NAME
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.
           IF WS-MANAGER-OK = "N"
               CLOSE USER-ROLE-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O STAFF-CONTRACT-FILE.
           IF STAFF-CONTRACT-STATUS = "35"
               OPEN OUTPUT STAFF-CONTRACT-FILE
               CLOSE STAFF-CONTRACT-FILE
               OPEN I-O STAFF-CONTRACT-FILE
           END-IF.
           IF STAFF-CONTRACT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STAFFCON.DAT, STATUS "
                   STAFF-CONTRACT-STATUS
               CLOSE USER-ROLE-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE STAFF-CONTRACT-FILE.
           CLOSE USER-ROLE-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (S=SET CONTRACT, R=REMOVE FROM ROTA, "
               "L=LIST CONTRACTS)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM 200-SET-CONTRACT
               WHEN "R"
                   PERFORM 300-REMOVE-CONTRACT
               WHEN "L"
                   PERFORM 400-LIST-CONTRACTS
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

       150-ACCEPT-STAFF-ID.
           DISPLAY "STAFF USER ID".
           ACCEPT WS-STAFF-ID.
           MOVE FUNCTION UPPER-CASE(WS-STAFF-ID) TO WS-STAFF-ID.

       200-SET-CONTRACT.
           PERFORM 150-ACCEPT-STAFF-ID.
           MOVE WS-STAFF-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "NO USER " WS-STAFF-ID " ON USERROLE.DAT"
                   EXIT PARAGRAPH
           END-READ.
           IF UR-DISABLED
               DISPLAY "USER " WS-STAFF-ID " IS DISABLED - "
                   "RE-ENABLE THEM FIRST"
               EXIT PARAGRAPH
           END-IF.
           MOVE UR-NAME TO WS-STAFF-NAME.

           MOVE WS-STAFF-ID TO CH-USER-ID.
           READ STAFF-CONTRACT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE
           END-READ.
           IF WS-ON-FILE = "Y"
               DISPLAY "CURRENT CONTRACT FOR " WS-STAFF-NAME
               PERFORM 450-SHOW-CONTRACT
               MOVE CH-WEEKLY-HOURS TO WS-OLD-HOURS
               MOVE CH-POST TO WS-OLD-POST
               PERFORM 470-TOTAL-AVAILABILITY
               MOVE WS-NEW-AVAIL-HOURS TO WS-OLD-AVAIL-HOURS
           ELSE
               DISPLAY "NEW CONTRACT FOR " WS-STAFF-NAME
               MOVE SPACES TO STAFF-CONTRACT-RECORD
               MOVE WS-STAFF-ID TO CH-USER-ID
               MOVE ZERO TO WS-OLD-HOURS
               MOVE SPACES TO WS-OLD-POST
               MOVE ZERO TO WS-OLD-AVAIL-HOURS
           END-IF.

           MOVE "N" TO WS-HOURS-OK.
           PERFORM 210-ACCEPT-WEEKLY-HOURS UNTIL WS-HOURS-OK = "Y".
           MOVE WS-HOURS TO CH-WEEKLY-HOURS.
           MOVE SPACES TO CH-POST.
           PERFORM 220-ACCEPT-POST
               UNTIL CH-TILLS OR CH-FLOOR OR CH-EITHER-POST.
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
               MOVE "N" TO WS-DAY-OK
               PERFORM 230-ACCEPT-ONE-DAY UNTIL WS-DAY-OK = "Y"
           END-PERFORM.
           PERFORM 470-TOTAL-AVAILABILITY.
           IF WS-NEW-AVAIL-HOURS < CH-WEEKLY-HOURS
               DISPLAY "NOTE: ONLY " WS-NEW-AVAIL-HOURS
                   " HOURS AVAILABLE AGAINST THE CONTRACT - THE "
                   "ROTA CANNOT MEET IT"
           END-IF.
           MOVE WS-MANAGER-ID TO CH-CHANGED-BY.
           MOVE WS-TODAY TO CH-CHANGED-DATE.

           IF WS-ON-FILE = "Y"
               REWRITE STAFF-CONTRACT-RECORD
           ELSE
               WRITE STAFF-CONTRACT-RECORD
           END-IF.
           IF STAFF-CONTRACT-STATUS NOT = "00"
               DISPLAY "STAFFCON.DAT NOT UPDATED, STATUS "
                   STAFF-CONTRACT-STATUS
               EXIT PARAGRAPH
           END-IF.

           IF CH-WEEKLY-HOURS NOT = WS-OLD-HOURS
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE "WEEKLY-HOURS" TO AL-FIELD-NAME
               MOVE WS-OLD-HOURS TO WS-HOURS-ED
               MOVE WS-HOURS-ED TO AL-OLD-VALUE
               MOVE CH-WEEKLY-HOURS TO WS-HOURS-ED
               MOVE WS-HOURS-ED TO AL-NEW-VALUE
               PERFORM 700-AUDIT-CHANGE
           END-IF.
           IF CH-POST NOT = WS-OLD-POST
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE "POST" TO AL-FIELD-NAME
               MOVE WS-OLD-POST TO AL-OLD-VALUE
               MOVE CH-POST TO AL-NEW-VALUE
               PERFORM 700-AUDIT-CHANGE
           END-IF.
      *> The availability grid will not fit an audit value; its
      *> total hours a week stand for it, and the row says when.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "AVAIL-HOURS" TO AL-FIELD-NAME.
           MOVE WS-OLD-AVAIL-HOURS TO WS-AVAIL-ED.
           MOVE WS-AVAIL-ED TO AL-OLD-VALUE.
           MOVE WS-NEW-AVAIL-HOURS TO WS-AVAIL-ED.
           MOVE WS-AVAIL-ED TO AL-NEW-VALUE.
           PERFORM 700-AUDIT-CHANGE.

           DISPLAY "CONTRACT SAVED FOR " WS-STAFF-ID " "
               WS-STAFF-NAME.
           DISPLAY "(USED FROM THE NEXT ROTA RUN ON)".

       210-ACCEPT-WEEKLY-HOURS.
           DISPLAY "CONTRACTED HOURS A WEEK (UP TO 60)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-HOURS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-HOURS = ZERO OR WS-HOURS > 60
               DISPLAY "HOURS MUST BE MORE THAN 0 AND NO MORE "
                   "THAN 60"
           ELSE
               MOVE "Y" TO WS-HOURS-OK
           END-IF.

       220-ACCEPT-POST.
           DISPLAY "POST (T=TILLS, F=SHOP FLOOR, B=EITHER)".
           ACCEPT CH-POST.
           MOVE FUNCTION UPPER-CASE(CH-POST) TO CH-POST.

      *> One weekday: blank FROM means not available that day; an
      *> hour is the start of that hour, TO the end of the last one.
       230-ACCEPT-ONE-DAY.
           MOVE "Y" TO WS-DAY-OK.
           DISPLAY WS-DAY-NAME (WS-DAY)
               " AVAILABLE FROM HOUR (0-23, BLANK = NOT AVAILABLE)".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               MOVE ZERO TO CH-AVAIL-FROM (WS-DAY)
               MOVE ZERO TO CH-AVAIL-TO (WS-DAY)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY TO WS-IV-INPUT.
           PERFORM VALIDATE-NUMERIC-ENTRY.
           IF WS-IV-VALID = "N"
               MOVE "N" TO WS-DAY-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FROM-HOUR = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-FROM-HOUR > 23
               DISPLAY "FROM HOUR MUST BE 0 TO 23"
               MOVE "N" TO WS-DAY-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-DAY-NAME (WS-DAY) " AVAILABLE UNTIL HOUR "
               "(1-24)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-TO-HOUR = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-TO-HOUR > 24 OR WS-TO-HOUR NOT > WS-FROM-HOUR
               DISPLAY "UNTIL HOUR MUST BE AFTER THE FROM HOUR AND "
                   "NO LATER THAN 24"
               MOVE "N" TO WS-DAY-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FROM-HOUR TO CH-AVAIL-FROM (WS-DAY).
           MOVE WS-TO-HOUR TO CH-AVAIL-TO (WS-DAY).

       300-REMOVE-CONTRACT.
           PERFORM 150-ACCEPT-STAFF-ID.
           MOVE WS-STAFF-ID TO CH-USER-ID.
           READ STAFF-CONTRACT-FILE
               INVALID KEY
                   DISPLAY WS-STAFF-ID " HAS NO CONTRACT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           MOVE CH-WEEKLY-HOURS TO WS-OLD-HOURS.
           DELETE STAFF-CONTRACT-FILE RECORD.
           IF STAFF-CONTRACT-STATUS NOT = "00"
               DISPLAY "STAFFCON.DAT NOT UPDATED, STATUS "
                   STAFF-CONTRACT-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "WEEKLY-HOURS" TO AL-FIELD-NAME.
           MOVE WS-OLD-HOURS TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO AL-OLD-VALUE.
           MOVE "REMOVED" TO AL-NEW-VALUE.
           PERFORM 700-AUDIT-CHANGE.
           DISPLAY WS-STAFF-ID " TAKEN OFF THE ROTA - SHIFTS ALREADY "
               "ROSTERED STAND".

       400-LIST-CONTRACTS.
           DISPLAY "USER ID  HRS/WK P AVAILABILITY".
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO CH-USER-ID.
           MOVE "N" TO WS-EOF-FLAG.
           START STAFF-CONTRACT-FILE KEY NOT < CH-USER-ID
               INVALID KEY SET ENDOFCONTRACTS TO TRUE
           END-START.
           PERFORM 410-LIST-ONE-ROW UNTIL ENDOFCONTRACTS.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NOBODY ON STAFFCON.DAT"
           ELSE
               DISPLAY WS-LIST-COUNT " STAFF ON CONTRACT"
           END-IF.

       410-LIST-ONE-ROW.
           READ STAFF-CONTRACT-FILE NEXT
               AT END
                   SET ENDOFCONTRACTS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 450-SHOW-CONTRACT.

      *> One line per contract: hours, post, then each day worked
      *> as DAY FF-TT.
       450-SHOW-CONTRACT.
           MOVE SPACES TO WS-AVAIL-LINE.
           MOVE 1 TO WS-AVAIL-PTR.
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
               IF CH-AVAIL-TO (WS-DAY) > ZERO
                   STRING WS-DAY-NAME (WS-DAY) " "
                       CH-AVAIL-FROM (WS-DAY) "-"
                       CH-AVAIL-TO (WS-DAY) " "
                       DELIMITED BY SIZE INTO WS-AVAIL-LINE
                       WITH POINTER WS-AVAIL-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-AVAIL-LINE = SPACES
               MOVE "NOT AVAILABLE ANY DAY" TO WS-AVAIL-LINE
           END-IF.
           MOVE CH-WEEKLY-HOURS TO WS-HOURS-ED.
           DISPLAY CH-USER-ID " " WS-HOURS-ED "   " CH-POST " "
               WS-AVAIL-LINE.

       470-TOTAL-AVAILABILITY.
           MOVE ZERO TO WS-NEW-AVAIL-HOURS.
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
               IF CH-AVAIL-TO (WS-DAY) > CH-AVAIL-FROM (WS-DAY)
                   COMPUTE WS-NEW-AVAIL-HOURS = WS-NEW-AVAIL-HOURS
                       + CH-AVAIL-TO (WS-DAY) - CH-AVAIL-FROM (WS-DAY)
               END-IF
           END-PERFORM.

      *> One audit row per change: who, whose contract, which field.
      *> The caller has set the field and the old and new values.
       700-AUDIT-CHANGE.
           MOVE WS-MANAGER-ID TO AL-USER-ID.
           MOVE "CONTRC" TO AL-RECORD-TYPE.
           MOVE WS-STAFF-ID TO AL-KEY-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM STAFF-CONTRACT-MAINTENANCE.
