      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of CREDIT-CRITERIA-MAINTENANCE, for the
      *          business-rule settings on PARAMS.DAT - the pass
      *          marks, attendance bars, retention periods, windows,
      *          limits and charges the batch runs used to pick up
      *          from whatever environment the job happened to start
      *          in or had keyed at the terminal on every run.
      *          A manager signs on first. A change is a new value
      *          from an effective date - today or later, never
      *          back-dated, so what a past run applied stays on
      *          file - and every change lands on the audit log with
      *          the value it replaced. The list shows each setting
      *          in force today with any change still to come; the
      *          history shows every dated value one setting has
      *          had. A new file is seeded with the standard set at
      *          the values the programs default to, and a setting
      *          added to a program later is seeded the same way
      *          without touching the ones already tuned.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETER-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

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
       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  PARAMETER-STATUS       PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-MANAGER-ID          PIC X(8).
       01  WS-MANAGER-SECRET      PIC X(4).
       01  WS-MANAGER-OK          PIC X(1) VALUE "N".
       01  WS-TODAY               PIC X(8).
       01  WS-ENTRY               PIC X(24).
       01  WS-LOOKUP-NAME         PIC X(24).
       01  WS-EFFECTIVE-DATE      PIC X(8).
       01  WS-NEW-VALUE           PIC X(20).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFPARAMETERS VALUE "Y".
       01  WS-LIST-COUNT          PIC 9(3).
       01  WS-WRITTEN-COUNT       PIC 9(3).

      *> What one setting's rows say as of today: the value in force
      *> and from when, and the first change still to come.
       01  WS-IN-FORCE-VALUE      PIC X(20).
       01  WS-IN-FORCE-DATE       PIC X(8).
       01  WS-IN-FORCE-FOUND      PIC X(1).
       01  WS-NEXT-VALUE          PIC X(20).
       01  WS-NEXT-DATE           PIC X(8).
       01  WS-OLD-VALUE           PIC X(20).

      *> The standard settings - name, N (number) or A (text), the
      *> default each program falls back to with nothing on file,
      *> and what the setting decides.
       01  WS-STANDARD-PARAMETERS.
           05 FILLER PIC X(35) VALUE
              "ADMISSION_PASS_MARK     N50        ".
           05 FILLER PIC X(40) VALUE
              "ENTRANCE TEST AVERAGE TO BE OFFERED     ".
           05 FILLER PIC X(35) VALUE
              "ADMISSION_REPLY_DAYS    N14        ".
           05 FILLER PIC X(40) VALUE
              "DAYS A GUARDIAN HAS TO ANSWER AN OFFER  ".
           05 FILLER PIC X(35) VALUE
              "ANOMALY_COUNT_SLACK     N10        ".
           05 FILLER PIC X(40) VALUE
              "READS/WRITTEN OVER DOUBLE PLUS THIS     ".
           05 FILLER PIC X(35) VALUE
              "ANOMALY_ELAPSED_SLACK   N60        ".
           05 FILLER PIC X(40) VALUE
              "SECONDS OVER THE USUAL RUN TIME ALLOWED ".
           05 FILLER PIC X(35) VALUE
              "ANOMALY_HISTORY_DAYS    N28        ".
           05 FILLER PIC X(40) VALUE
              "DAYS OF RUN LOG THE ANOMALY CHECK USES  ".
           05 FILLER PIC X(35) VALUE
              "ANOMALY_MIN_RUNS        N3         ".
           05 FILLER PIC X(40) VALUE
              "EARLIER RUNS NEEDED BEFORE RUNS JUDGED  ".
           05 FILLER PIC X(35) VALUE
              "ANOMALY_REJECT_SLACK    N5         ".
           05 FILLER PIC X(40) VALUE
              "REJECTS OVER DOUBLE PLUS THIS ARE RAISED".
           05 FILLER PIC X(35) VALUE
              "ATTEND_WARN_PCT         N80        ".
           05 FILLER PIC X(40) VALUE
              "ATTENDANCE % BELOW WHICH PARENTS WARNED ".
           05 FILLER PIC X(35) VALUE
              "DEADSTOCK_WEEKS         N8         ".
           05 FILLER PIC X(40) VALUE
              "WEEKS OF SALES A DEAD-STOCK RUN LOOKS AT".
           05 FILLER PIC X(35) VALUE
              "FEE_GRACE_DAYS          N14        ".
           05 FILLER PIC X(40) VALUE
              "DAYS A FEE MAY RUN LATE BEFORE SURCHARGE".
           05 FILLER PIC X(35) VALUE
              "FEE_SURCHARGE_AMOUNT    N10.00     ".
           05 FILLER PIC X(40) VALUE
              "LATE-PAYMENT SURCHARGE ON A FEE ITEM    ".
           05 FILLER PIC X(35) VALUE
              "LOAN_GRACE_DAYS         N10        ".
           05 FILLER PIC X(40) VALUE
              "DAYS AFTER A LOAN INSTALLMENT IS DUE    ".
           05 FILLER PIC X(35) VALUE
              "LOAN_LATE_CHARGE        N10.00     ".
           05 FILLER PIC X(40) VALUE
              "CHARGE PER LATE LOAN INSTALLMENT        ".
           05 FILLER PIC X(35) VALUE
              "LOAN_LETTER_DAYS        N14        ".
           05 FILLER PIC X(40) VALUE
              "DAYS BETWEEN LOAN DUNNING LETTERS       ".
           05 FILLER PIC X(35) VALUE
              "LOYALTY_EXPIRY_MONTHS   N24        ".
           05 FILLER PIC X(40) VALUE
              "MONTHS BEFORE EARNED POINTS LAPSE       ".
           05 FILLER PIC X(35) VALUE
              "LOYALTY_IDLE_MONTHS     N12        ".
           05 FILLER PIC X(40) VALUE
              "MONTHS WITHOUT A VISIT BEFORE ALL LAPSE ".
           05 FILLER PIC X(35) VALUE
              "MARKDOWN_PCT            N0         ".
           05 FILLER PIC X(40) VALUE
              "MARKDOWN % ON SHORT-DATED LOTS (0=NONE) ".
           05 FILLER PIC X(35) VALUE
              "MARKDOWN_WINDOW_DAYS    N5         ".
           05 FILLER PIC X(40) VALUE
              "DAYS TO EXPIRY THAT FLAG A LOT          ".
           05 FILLER PIC X(35) VALUE
              "MARKS_ATTEMPT_POLICY    ABEST      ".
           05 FILLER PIC X(40) VALUE
              "MARK KEPT ON A RESIT - BEST OR LATEST   ".
           05 FILLER PIC X(35) VALUE
              "MIN_ATTEND_PCT          N75        ".
           05 FILLER PIC X(40) VALUE
              "ATTENDANCE % NEEDED TO SIT THE EXAM     ".
           05 FILLER PIC X(35) VALUE
              "OVERRIDE_LIMIT_AMOUNT   N50.00     ".
           05 FILLER PIC X(40) VALUE
              "RETURN/VOID LINE NEEDING A MANAGER      ".
           05 FILLER PIC X(35) VALUE
              "PROMOTION_PASS_MARK     N40        ".
           05 FILLER PIC X(40) VALUE
              "AVERAGE MARK TO GO UP A CLASS           ".
           05 FILLER PIC X(35) VALUE
              "RETENTION_DAYS_AUDIT    N90        ".
           05 FILLER PIC X(40) VALUE
              "DAYS THE AUDIT LOG IS KEPT ON LINE      ".
           05 FILLER PIC X(35) VALUE
              "RETENTION_DAYS_SALES    N90        ".
           05 FILLER PIC X(40) VALUE
              "DAYS THE SALES LOG IS KEPT ON LINE      ".
           05 FILLER PIC X(35) VALUE
              "ROTA_CLOSE_HOUR         N20        ".
           05 FILLER PIC X(40) VALUE
              "HOUR THE SHOP CLOSES, FOR THE ROTA      ".
           05 FILLER PIC X(35) VALUE
              "ROTA_FLOOR_LOAD         N40        ".
           05 FILLER PIC X(40) VALUE
              "BASKETS AN HOUR ONE FLOOR STAFF COVERS  ".
           05 FILLER PIC X(35) VALUE
              "ROTA_MAX_SHIFT          N8         ".
           05 FILLER PIC X(40) VALUE
              "LONGEST SHIFT THE ROTA HANDS OUT, HOURS ".
           05 FILLER PIC X(35) VALUE
              "ROTA_MIN_SHIFT          N4         ".
           05 FILLER PIC X(40) VALUE
              "SHORTEST SHIFT THE ROTA HANDS OUT, HOURS".
           05 FILLER PIC X(35) VALUE
              "ROTA_OPEN_HOUR          N8         ".
           05 FILLER PIC X(40) VALUE
              "HOUR THE SHOP OPENS, FOR THE ROTA       ".
           05 FILLER PIC X(35) VALUE
              "ROTA_TILL_LOAD          N20        ".
           05 FILLER PIC X(40) VALUE
              "BASKETS AN HOUR ONE TILL HANDLES        ".
           05 FILLER PIC X(35) VALUE
              "ROTA_WEEKS              N6         ".
           05 FILLER PIC X(40) VALUE
              "WEEKS OF SALES THE ROTA DEMAND USES     ".
           05 FILLER PIC X(35) VALUE
              "SCHOLAR_MAX_AGE         N25        ".
           05 FILLER PIC X(40) VALUE
              "OLDEST AGE FOR A SCHOLARSHIP            ".
           05 FILLER PIC X(35) VALUE
              "SCHOLAR_MIN_MARKS       N75        ".
           05 FILLER PIC X(40) VALUE
              "AVERAGE MARK FOR A SCHOLARSHIP          ".
           05 FILLER PIC X(35) VALUE
              "TERM_CODE               A          ".
           05 FILLER PIC X(40) VALUE
              "CURRENT TERM E.G. 26T1 (BLANK=ALL TERMS)".
           05 FILLER PIC X(35) VALUE
              "USER_IDLE_DAYS          N90        ".
           05 FILLER PIC X(40) VALUE
              "DAYS IDLE BEFORE A LOGIN IS DISABLED    ".
       01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-PARAMETERS.
           05 WS-STD-ENTRY OCCURS 35 TIMES.
              10 WS-STD-NAME      PIC X(24).
              10 WS-STD-TYPE      PIC X(1).
              10 WS-STD-DEFAULT   PIC X(10).
              10 WS-STD-DESC      PIC X(40).
       01  WS-STD-COUNT           PIC 9(2) VALUE 35.
       01  WS-STD-IDX             PIC 9(2).
       01  WS-STD-FOUND           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SYSTEM PARAMETER MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER - SETTINGS NEED A "
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
           CLOSE USER-ROLE-FILE.
           IF WS-MANAGER-OK = "N"
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O PARAMETER-FILE.
           IF PARAMETER-STATUS = "35"
               OPEN OUTPUT PARAMETER-FILE
               CLOSE PARAMETER-FILE
               OPEN I-O PARAMETER-FILE
           END-IF.
           IF PARAMETER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN PARAMS.DAT, STATUS "
                   PARAMETER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE PARAMETER-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (S=SET A VALUE, L=LIST IN FORCE, "
               "H=HISTORY OF ONE, I=INSTALL STANDARD SET)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM 200-SET-VALUE
               WHEN "L"
                   PERFORM 300-LIST-IN-FORCE
               WHEN "H"
                   PERFORM 400-SHOW-HISTORY
               WHEN "I"
                   PERFORM 500-INSTALL-STANDARD
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> Only a setting some program reads can be set - a mistyped
      *> name would otherwise sit on file changing nothing.
       150-ACCEPT-PARAMETER-NAME.
           DISPLAY "PARAMETER NAME (E.G. MIN_ATTEND_PCT)".
           ACCEPT WS-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-LOOKUP-NAME.
           MOVE ZERO TO WS-STD-FOUND.
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
               IF WS-STD-NAME (WS-STD-IDX) = WS-LOOKUP-NAME
                   MOVE WS-STD-IDX TO WS-STD-FOUND
               END-IF
           END-PERFORM.
           IF WS-STD-FOUND = ZERO
               DISPLAY "NO PROGRAM READS A SETTING CALLED "
                   WS-LOOKUP-NAME
           END-IF.

      *> A new value from a date. The same name and date already on
      *> file (a change made earlier today, or one scheduled and now
      *> being corrected) is rewritten; anything else is a new row,
      *> and the superseded value stays on file underneath it.
       200-SET-VALUE.
           PERFORM 150-ACCEPT-PARAMETER-NAME.
           IF WS-STD-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-STD-DESC (WS-STD-FOUND).
           MOVE WS-TODAY TO WS-EFFECTIVE-DATE.
           PERFORM 600-FIND-IN-FORCE.
           IF WS-IN-FORCE-FOUND = "Y"
               DISPLAY "IN FORCE: " WS-IN-FORCE-VALUE
                   " FROM " WS-IN-FORCE-DATE
           ELSE
               DISPLAY "NOT ON FILE - PROGRAMS USE THEIR DEFAULT "
                   WS-STD-DEFAULT (WS-STD-FOUND)
           END-IF.

           DISPLAY "EFFECTIVE FROM (YYYYMMDD, BLANK FOR TODAY)".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY = SPACES
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-ENTRY(1:8) TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(WS-EFFECTIVE-DATE)) NOT = 0
               DISPLAY "NOT A DATE: " WS-EFFECTIVE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EFFECTIVE-DATE < WS-TODAY
               DISPLAY "A SETTING CANNOT BE BACK-DATED - RUNS "
                   "ALREADY MADE KEEP THE VALUE THEY USED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NEW VALUE".
           ACCEPT WS-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-NEW-VALUE.
           IF WS-STD-TYPE (WS-STD-FOUND) = "N"
               IF WS-NEW-VALUE = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-NEW-VALUE) NOT = 0
                   DISPLAY "NOT A VALID NUMBER - NOTHING CHANGED"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-NEW-VALUE) < 0
                   DISPLAY "CANNOT BE NEGATIVE - NOTHING CHANGED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-LOOKUP-NAME = "MARKS_ATTEMPT_POLICY"
               AND WS-NEW-VALUE NOT = "BEST"
               AND WS-NEW-VALUE NOT = "LATEST"
               DISPLAY "BEST OR LATEST ONLY - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF.

      *> The value being replaced is whatever was in force on the
      *> effective date before this change.
           PERFORM 600-FIND-IN-FORCE.
           IF WS-IN-FORCE-FOUND = "Y"
               MOVE WS-IN-FORCE-VALUE TO WS-OLD-VALUE
           ELSE
               MOVE "(DEFAULT)" TO WS-OLD-VALUE
           END-IF.
           IF WS-IN-FORCE-FOUND = "Y"
               AND WS-IN-FORCE-VALUE = WS-NEW-VALUE
               DISPLAY "ALREADY " WS-NEW-VALUE " - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOOKUP-NAME TO SP-NAME.
           MOVE WS-EFFECTIVE-DATE TO SP-EFFECTIVE-DATE.
           READ PARAMETER-FILE
               INVALID KEY
                   MOVE SPACES TO SYSTEM-PARAMETER-RECORD
                   MOVE WS-LOOKUP-NAME TO SP-NAME
                   MOVE WS-EFFECTIVE-DATE TO SP-EFFECTIVE-DATE
                   PERFORM 250-FILL-PARAMETER-ROW
                   WRITE SYSTEM-PARAMETER-RECORD
               NOT INVALID KEY
                   PERFORM 250-FILL-PARAMETER-ROW
                   REWRITE SYSTEM-PARAMETER-RECORD
           END-READ.
           IF PARAMETER-STATUS NOT = "00"
               DISPLAY "PARAMS.DAT NOT UPDATED, STATUS "
                   PARAMETER-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 700-AUDIT-CHANGE.
           DISPLAY WS-LOOKUP-NAME " = " WS-NEW-VALUE
               " FROM " WS-EFFECTIVE-DATE.

       250-FILL-PARAMETER-ROW.
           MOVE WS-NEW-VALUE TO SP-VALUE.
           MOVE WS-STD-DESC (WS-STD-FOUND) TO SP-DESCRIPTION.
           MOVE WS-MANAGER-ID TO SP-CHANGED-BY.
           MOVE WS-TODAY TO SP-CHANGED-DATE.

       300-LIST-IN-FORCE.
           DISPLAY "SETTING              VALUE IN FORCE TODAY"
               "       NEXT CHANGE".
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
               MOVE WS-STD-NAME (WS-STD-IDX) TO WS-LOOKUP-NAME
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
               PERFORM 600-FIND-IN-FORCE
               IF WS-IN-FORCE-FOUND = "N"
                   MOVE WS-STD-DEFAULT (WS-STD-IDX)
                       TO WS-IN-FORCE-VALUE
                   MOVE "DEFAULT" TO WS-IN-FORCE-DATE
               END-IF
               IF WS-NEXT-DATE = SPACES
                   DISPLAY WS-LOOKUP-NAME " " WS-IN-FORCE-VALUE(1:12)
                       " " WS-IN-FORCE-DATE
               ELSE
                   DISPLAY WS-LOOKUP-NAME " " WS-IN-FORCE-VALUE(1:12)
                       " " WS-IN-FORCE-DATE "  " WS-NEXT-VALUE(1:12)
                       " FROM " WS-NEXT-DATE
               END-IF
           END-PERFORM.

       400-SHOW-HISTORY.
           PERFORM 150-ACCEPT-PARAMETER-NAME.
           IF WS-STD-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FROM     VALUE                CHANGED BY ON".
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE WS-LOOKUP-NAME TO SP-NAME.
           MOVE LOW-VALUES TO SP-EFFECTIVE-DATE.
           MOVE "N" TO WS-EOF-FLAG.
           START PARAMETER-FILE KEY NOT < SP-KEY
               INVALID KEY SET ENDOFPARAMETERS TO TRUE
           END-START.
           PERFORM 410-SHOW-ONE-ROW UNTIL ENDOFPARAMETERS.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NEVER SET - PROGRAMS USE THEIR DEFAULT "
                   WS-STD-DEFAULT (WS-STD-FOUND)
           END-IF.

       410-SHOW-ONE-ROW.
           READ PARAMETER-FILE NEXT
               AT END
                   SET ENDOFPARAMETERS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SP-NAME NOT = WS-LOOKUP-NAME
               SET ENDOFPARAMETERS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY SP-EFFECTIVE-DATE " " SP-VALUE " "
               SP-CHANGED-BY " " SP-CHANGED-DATE.

      *> Writes each standard setting not yet on file at its default,
      *> effective today - a value already tuned is never touched.
       500-INSTALL-STANDARD.
           MOVE ZERO TO WS-WRITTEN-COUNT.
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
               MOVE WS-STD-NAME (WS-STD-IDX) TO WS-LOOKUP-NAME
               MOVE WS-STD-IDX TO WS-STD-FOUND
               PERFORM 510-INSTALL-ONE
           END-PERFORM.
           DISPLAY "STANDARD SETTINGS WRITTEN: " WS-WRITTEN-COUNT.
           PERFORM 300-LIST-IN-FORCE.

       510-INSTALL-ONE.
           IF WS-STD-DEFAULT (WS-STD-FOUND) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-NAME TO SP-NAME.
           MOVE LOW-VALUES TO SP-EFFECTIVE-DATE.
           START PARAMETER-FILE KEY NOT < SP-KEY
               INVALID KEY
                   MOVE SPACES TO SP-NAME
               NOT INVALID KEY
                   READ PARAMETER-FILE NEXT
                       AT END
                           MOVE SPACES TO SP-NAME
                   END-READ
           END-START.
           IF SP-NAME = WS-LOOKUP-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SYSTEM-PARAMETER-RECORD.
           MOVE WS-LOOKUP-NAME TO SP-NAME.
           MOVE WS-TODAY TO SP-EFFECTIVE-DATE.
           MOVE WS-STD-DEFAULT (WS-STD-FOUND) TO WS-NEW-VALUE.
           MOVE WS-TODAY TO WS-EFFECTIVE-DATE.
           PERFORM 250-FILL-PARAMETER-ROW.
           WRITE SYSTEM-PARAMETER-RECORD.
           IF PARAMETER-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
               MOVE "(NONE)" TO WS-OLD-VALUE
               PERFORM 700-AUDIT-CHANGE
           END-IF.

      *> Reads WS-LOOKUP-NAME's rows in date order: the last one on
      *> or before WS-EFFECTIVE-DATE is in force, the first one after
      *> it is the next change. Same rule GET-PARAMETER-VALUE applies
      *> for the batch programs.
       600-FIND-IN-FORCE.
           MOVE "N" TO WS-IN-FORCE-FOUND.
           MOVE SPACES TO WS-IN-FORCE-VALUE WS-IN-FORCE-DATE
               WS-NEXT-VALUE WS-NEXT-DATE.
           MOVE WS-LOOKUP-NAME TO SP-NAME.
           MOVE LOW-VALUES TO SP-EFFECTIVE-DATE.
           MOVE "N" TO WS-EOF-FLAG.
           START PARAMETER-FILE KEY NOT < SP-KEY
               INVALID KEY SET ENDOFPARAMETERS TO TRUE
           END-START.
           PERFORM 610-CHECK-ONE-ROW UNTIL ENDOFPARAMETERS.

       610-CHECK-ONE-ROW.
           READ PARAMETER-FILE NEXT
               AT END
                   SET ENDOFPARAMETERS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SP-NAME NOT = WS-LOOKUP-NAME
               SET ENDOFPARAMETERS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF SP-EFFECTIVE-DATE > WS-EFFECTIVE-DATE
               MOVE SP-VALUE TO WS-NEXT-VALUE
               MOVE SP-EFFECTIVE-DATE TO WS-NEXT-DATE
               SET ENDOFPARAMETERS TO TRUE
           ELSE
               MOVE "Y" TO WS-IN-FORCE-FOUND
               MOVE SP-VALUE TO WS-IN-FORCE-VALUE
               MOVE SP-EFFECTIVE-DATE TO WS-IN-FORCE-DATE
           END-IF.

      *> One audit row per change: the setting, the date it takes
      *> effect, and the value it replaced.
       700-AUDIT-CHANGE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-MANAGER-ID TO AL-USER-ID.
           MOVE "PARAM" TO AL-RECORD-TYPE.
           MOVE WS-LOOKUP-NAME TO AL-KEY-VALUE.
           STRING "FROM " WS-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO AL-FIELD-NAME
           END-STRING.
           MOVE WS-OLD-VALUE TO AL-OLD-VALUE.
           MOVE WS-NEW-VALUE TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

       END PROGRAM PARAMETER-MAINTENANCE.
