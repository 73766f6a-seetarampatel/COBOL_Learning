      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of PARAMETER-MAINTENANCE, for the report
      *          distribution table (DISTRIB.DAT) SPOOL-BURST-RUN
      *          splits the big spooled reports by: A gives a
      *          recipient a slice of a report - one class section,
      *          department or store, or ALL for the whole report -
      *          R takes one away, L lists who gets what. Only the
      *          reports that stamp their lines with a slice key can
      *          be distributed, each by the one kind of slice it
      *          carries; a recipient must be a live user on
      *          USERROLE.DAT, and a department or store must be on
      *          its master. A manager signs on first and every
      *          change lands on the audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUTION-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE
               ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS DISTRIBUTION-STATUS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPARTMENT-FILE-STATUS.

           SELECT STORE-MASTER-FILE
               ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-CODE
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
           COPY "DISTRIBUTION.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  DEPARTMENT-FILE.
           COPY "DEPARTMENT-MASTER.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  DISTRIBUTION-STATUS    PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  DEPARTMENT-FILE-STATUS PIC X(2).
       01  STORE-MASTER-STATUS    PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-MANAGER-ID          PIC X(8).
       01  WS-MANAGER-SECRET      PIC X(4).
       01  WS-MANAGER-OK          PIC X(1) VALUE "N".
       01  WS-TODAY               PIC X(8).
       01  WS-ENTRY               PIC X(20).
       01  WS-REPORT-NAME         PIC X(20).
       01  WS-RECIPIENT           PIC X(8).
       01  WS-RECIPIENT-NAME      PIC X(25).
       01  WS-SLICE-KEY           PIC X(10).
       01  WS-SLICE-OK            PIC X(1).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFDISTRIBUTION VALUE "Y".
       01  WS-DEPT-EOF            PIC X(1).
       01  WS-LIST-COUNT          PIC 9(4).

      *> The reports whose lines carry a slice key, the one kind of
      *> slice each is split by (S section, D department, T store)
      *> and the program that spools it.
       01  WS-BURST-REPORTS.
           05 FILLER PIC X(51) VALUE
              "REPORT-CARDS        SREPORT-CARD-RUN".
           05 FILLER PIC X(51) VALUE
              "FEE-ARREARS         SFEE-ARREARS-RUN".
           05 FILLER PIC X(51) VALUE
              "ATTEND-WARNINGS     SATTENDANCE-WARNING-RUN".
           05 FILLER PIC X(51) VALUE
              "DEPT-SALES          DDEPT-SALES-REPORT".
           05 FILLER PIC X(51) VALUE
              "MONTH-END-PACK      DMONTH-END-PACK".
           05 FILLER PIC X(51) VALUE
              "COMPANY-ROLLUP      TSALES-CONSOLIDATE".
       01  WS-BURST-TABLE REDEFINES WS-BURST-REPORTS.
           05 BR-ENTRY OCCURS 6 TIMES.
              10 BR-REPORT-NAME   PIC X(20).
              10 BR-SLICE-TYPE    PIC X(1).
              10 BR-PROGRAM       PIC X(30).
       01  BR-COUNT               PIC 9(2) VALUE 6.
       01  BR-IDX                 PIC 9(2).
       01  BR-FOUND               PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT DISTRIBUTION MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER - DISTRIBUTION NEEDS A "
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

           OPEN I-O DISTRIBUTION-FILE.
           IF DISTRIBUTION-STATUS = "35"
               OPEN OUTPUT DISTRIBUTION-FILE
               CLOSE DISTRIBUTION-FILE
               OPEN I-O DISTRIBUTION-FILE
           END-IF.
           IF DISTRIBUTION-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN DISTRIB.DAT, STATUS "
                   DISTRIBUTION-STATUS
               CLOSE USER-ROLE-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE DISTRIBUTION-FILE.
           CLOSE USER-ROLE-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (A=ADD A SLICE, R=REMOVE A SLICE, "
               "L=LIST DISTRIBUTION)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 200-ADD-SLICE
               WHEN "R"
                   PERFORM 300-REMOVE-SLICE
               WHEN "L"
                   PERFORM 400-LIST-DISTRIBUTION
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> Only a report that stamps its lines can be split - any other
      *> name would sit on file sending nobody anything.
       150-ACCEPT-REPORT-NAME.
           DISPLAY "REPORT (REPORT-CARDS, FEE-ARREARS, "
               "ATTEND-WARNINGS, DEPT-SALES, MONTH-END-PACK, "
               "COMPANY-ROLLUP)".
           ACCEPT WS-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-REPORT-NAME.
           MOVE ZERO TO BR-FOUND.
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > BR-COUNT
               IF BR-REPORT-NAME (BR-IDX) = WS-REPORT-NAME
                   MOVE BR-IDX TO BR-FOUND
               END-IF
           END-PERFORM.
           IF BR-FOUND = ZERO
               DISPLAY "NOT A REPORT THAT CAN BE DISTRIBUTED: "
                   WS-REPORT-NAME
           END-IF.

       160-ACCEPT-RECIPIENT.
           DISPLAY "RECIPIENT USER ID".
           ACCEPT WS-RECIPIENT.
           MOVE FUNCTION UPPER-CASE(WS-RECIPIENT) TO WS-RECIPIENT.

       170-ACCEPT-SLICE-KEY.
           EVALUATE BR-SLICE-TYPE (BR-FOUND)
               WHEN "S"
                   DISPLAY "CLASS SECTION (OR ALL FOR THE WHOLE "
                       "REPORT)"
               WHEN "D"
                   DISPLAY "DEPARTMENT CODE (OR ALL FOR THE WHOLE "
                       "REPORT)"
               WHEN "T"
                   DISPLAY "STORE CODE (OR ALL FOR THE WHOLE "
                       "REPORT)"
           END-EVALUATE.
           ACCEPT WS-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-SLICE-KEY.
           IF WS-SLICE-KEY = "ALL"
               MOVE "*ALL" TO WS-SLICE-KEY
           END-IF.

       200-ADD-SLICE.
           PERFORM 150-ACCEPT-REPORT-NAME.
           IF BR-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 160-ACCEPT-RECIPIENT.
           MOVE WS-RECIPIENT TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "NO USER " WS-RECIPIENT
                       " ON USERROLE.DAT"
                   EXIT PARAGRAPH
           END-READ.
           IF UR-DISABLED
               DISPLAY "USER " WS-RECIPIENT " IS DISABLED - "
                   "RE-ENABLE THEM FIRST"
               EXIT PARAGRAPH
           END-IF.
           MOVE UR-NAME TO WS-RECIPIENT-NAME.

           PERFORM 170-ACCEPT-SLICE-KEY.
           IF WS-SLICE-KEY = SPACES
               DISPLAY "NO SLICE GIVEN - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 250-CHECK-SLICE-KEY.
           IF WS-SLICE-OK = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REPORT-NAME TO DR-REPORT-NAME.
           MOVE WS-RECIPIENT TO DR-RECIPIENT.
           MOVE WS-SLICE-KEY TO DR-SLICE-KEY.
           READ DISTRIBUTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY WS-RECIPIENT " ALREADY GETS THAT SLICE"
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO DISTRIBUTION-RECORD.
           MOVE WS-REPORT-NAME TO DR-REPORT-NAME.
           MOVE WS-RECIPIENT TO DR-RECIPIENT.
           MOVE WS-SLICE-KEY TO DR-SLICE-KEY.
           IF WS-SLICE-KEY = "*ALL"
               SET DR-WHOLE-REPORT TO TRUE
           ELSE
               MOVE BR-SLICE-TYPE (BR-FOUND) TO DR-SLICE-TYPE
           END-IF.
           MOVE WS-MANAGER-ID TO DR-ADDED-BY.
           MOVE WS-TODAY TO DR-ADDED-DATE.
           WRITE DISTRIBUTION-RECORD.
           IF DISTRIBUTION-STATUS NOT = "00"
               DISPLAY "DISTRIB.DAT NOT UPDATED, STATUS "
                   DISTRIBUTION-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "(NONE)" TO AL-OLD-VALUE.
           MOVE "SENT" TO AL-NEW-VALUE.
           PERFORM 700-AUDIT-CHANGE.
           DISPLAY WS-REPORT-NAME " " WS-SLICE-KEY " NOW GOES TO "
               WS-RECIPIENT " " WS-RECIPIENT-NAME.
           DISPLAY "(FROM TODAY'S RUNS ON)".

      *> A department or store must exist to be sent; a class
      *> section is taken as keyed, as the other desks take it.
       250-CHECK-SLICE-KEY.
           MOVE "Y" TO WS-SLICE-OK.
           IF WS-SLICE-KEY = "*ALL"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE BR-SLICE-TYPE (BR-FOUND)
               WHEN "D"
                   PERFORM 260-CHECK-DEPARTMENT
               WHEN "T"
                   MOVE WS-SLICE-KEY TO SM-STORE-CODE
                   OPEN INPUT STORE-MASTER-FILE
                   IF STORE-MASTER-STATUS NOT = "00"
                       MOVE "N" TO WS-SLICE-OK
                   ELSE
                       READ STORE-MASTER-FILE
                           INVALID KEY
                               MOVE "N" TO WS-SLICE-OK
                       END-READ
                       CLOSE STORE-MASTER-FILE
                   END-IF
                   IF WS-SLICE-OK = "N"
                       DISPLAY "NO STORE " WS-SLICE-KEY
                           " ON THE STORE MASTER"
                   END-IF
           END-EVALUATE.

       260-CHECK-DEPARTMENT.
           MOVE "N" TO WS-SLICE-OK.
           MOVE "N" TO WS-DEPT-EOF.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "00"
               PERFORM UNTIL WS-DEPT-EOF = "Y"
                   READ DEPARTMENT-FILE
                       AT END
                           MOVE "Y" TO WS-DEPT-EOF
                       NOT AT END
                           IF DM-DEPT-CODE = WS-SLICE-KEY
                               MOVE "Y" TO WS-SLICE-OK
                               MOVE "Y" TO WS-DEPT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF WS-SLICE-OK = "N"
               DISPLAY "NO DEPARTMENT " WS-SLICE-KEY " ON DEPT.DAT"
           END-IF.

       300-REMOVE-SLICE.
           PERFORM 150-ACCEPT-REPORT-NAME.
           IF BR-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 160-ACCEPT-RECIPIENT.
           PERFORM 170-ACCEPT-SLICE-KEY.

           MOVE WS-REPORT-NAME TO DR-REPORT-NAME.
           MOVE WS-RECIPIENT TO DR-RECIPIENT.
           MOVE WS-SLICE-KEY TO DR-SLICE-KEY.
           READ DISTRIBUTION-FILE
               INVALID KEY
                   DISPLAY WS-RECIPIENT " IS NOT SENT THAT SLICE"
                   EXIT PARAGRAPH
           END-READ.
           DELETE DISTRIBUTION-FILE RECORD.
           IF DISTRIBUTION-STATUS NOT = "00"
               DISPLAY "DISTRIB.DAT NOT UPDATED, STATUS "
                   DISTRIBUTION-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "SENT" TO AL-OLD-VALUE.
           MOVE "REMOVED" TO AL-NEW-VALUE.
           PERFORM 700-AUDIT-CHANGE.
           DISPLAY WS-REPORT-NAME " " WS-SLICE-KEY
               " NO LONGER GOES TO " WS-RECIPIENT.

      *> The whole table in key order - report, then recipient -
      *> or one recipient's rows when an ID is given.
       400-LIST-DISTRIBUTION.
           DISPLAY "RECIPIENT TO LIST (BLANK FOR EVERYONE)".
           ACCEPT WS-RECIPIENT.
           MOVE FUNCTION UPPER-CASE(WS-RECIPIENT) TO WS-RECIPIENT.
           DISPLAY "REPORT               RECIPNT  SLICE      T "
               "ADDED BY ON".
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO DR-KEY.
           MOVE "N" TO WS-EOF-FLAG.
           START DISTRIBUTION-FILE KEY NOT < DR-KEY
               INVALID KEY SET ENDOFDISTRIBUTION TO TRUE
           END-START.
           PERFORM 410-LIST-ONE-ROW UNTIL ENDOFDISTRIBUTION.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NOTHING ON THE DISTRIBUTION TABLE"
           ELSE
               DISPLAY WS-LIST-COUNT " DISTRIBUTION ROWS"
           END-IF.

       410-LIST-ONE-ROW.
           READ DISTRIBUTION-FILE NEXT
               AT END
                   SET ENDOFDISTRIBUTION TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF WS-RECIPIENT NOT = SPACES
               AND DR-RECIPIENT NOT = WS-RECIPIENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY DR-REPORT-NAME " " DR-RECIPIENT " "
               DR-SLICE-KEY " " DR-SLICE-TYPE " "
               DR-ADDED-BY " " DR-ADDED-DATE.

      *> One audit row per change: who, which report, which slice.
      *> The caller has set the old and new values.
       700-AUDIT-CHANGE.
           MOVE WS-MANAGER-ID TO AL-USER-ID.
           MOVE "DISTRB" TO AL-RECORD-TYPE.
           STRING WS-RECIPIENT " " WS-SLICE-KEY DELIMITED BY SIZE
               INTO AL-KEY-VALUE
           END-STRING.
           MOVE WS-REPORT-NAME TO AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

       END PROGRAM DISTRIBUTION-MAINTENANCE.
