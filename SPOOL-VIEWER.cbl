      *          program) and reprints any kept run by filtering the
      *          shared REPORTS.SPL on its spool id, so "show me last
      *          Thursday's Z-report" is a lookup instead of
      *          impossible. The user signs on first: a manager (with
      *          the manager code) sees the whole catalog, or what any
      *          recipient - or everyone - was sent by SPOOL-BURST-RUN
      *          and when (DISTLOG.DAT); anyone else sees the list of
      *          their own deliveries and can reprint only those, so a
      *          class teacher or department manager reads their own
      *          slice of a report and nobody else's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT DISTRIBUTION-LOG
               ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTRIBUTION-LOG-STATUS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-CATALOG.
       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  DISTRIBUTION-LOG.
           COPY "DISTRIBUTION-LOG.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       WORKING-STORAGE SECTION.
       01  CATALOG-STATUS     PIC X(2).
       01  SPOOL-STATUS       PIC X(2).
       01  DISTRIBUTION-LOG-STATUS PIC X(2).
       01  USER-ROLE-STATUS   PIC X(2).
       01  WS-USER-ID         PIC X(8).
       01  WS-MANAGER-SECRET  PIC X(4).
       01  WS-FULL-ACCESS     PIC X(1) VALUE "N".
       01  WS-SIGNED-ON       PIC X(1) VALUE "N".
       01  WS-VIEW-RECIPIENT  PIC X(8).
       01  WS-DELIVERY-COUNT  PIC 9(5).
       01  WS-SENT-TO-USER    PIC X(1).
       01  WS-EOF-FLAG        PIC X(1).
       01  WS-WANT-MORE       PIC X(1) VALUE "Y".
       01  WS-PICK-ID         PIC 9(5).
       MAIN-PROCEDURE.
           DISPLAY "REPORT SPOOL VIEWER".

           PERFORM 050-SIGN-ON.
           IF WS-SIGNED-ON = "N"
               STOP RUN
           END-IF.

           IF WS-FULL-ACCESS = "Y"
               DISPLAY "RECIPIENT TO SHOW DELIVERIES FOR "
                   "(* = EVERYONE, BLANK = WHOLE CATALOG)"
               ACCEPT WS-VIEW-RECIPIENT
               MOVE FUNCTION UPPER-CASE(WS-VIEW-RECIPIENT)
                   TO WS-VIEW-RECIPIENT
           ELSE
               MOVE WS-USER-ID TO WS-VIEW-RECIPIENT
           END-IF.
           IF WS-VIEW-RECIPIENT = SPACES
               PERFORM 100-LIST-CATALOG
           ELSE
               PERFORM 300-LIST-DELIVERIES
           END-IF.

           PERFORM 200-ONE-REPRINT UNTIL WS-WANT-MORE = "N".
           STOP RUN.

      *> A manager keying the manager code sees every kept run;
      *> anyone else only what the distribution sent them.
       050-SIGN-ON.
           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER, STATUS " USER-ROLE-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID.
           MOVE WS-USER-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "USER ID NOT ON FILE"
               NOT INVALID KEY
                   IF UR-DISABLED
                       DISPLAY "USER " WS-USER-ID " IS DISABLED"
                   ELSE
                       MOVE "Y" TO WS-SIGNED-ON
                   END-IF
           END-READ.
           IF WS-SIGNED-ON = "N"
               CLOSE USER-ROLE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF UR-ROLE = "M"
               DISPLAY "MANAGER SECRET CODE"
               ACCEPT WS-MANAGER-SECRET
               IF UR-SECRET-CODE = WS-MANAGER-SECRET
                   MOVE "Y" TO WS-FULL-ACCESS
               ELSE
                   DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE - "
                       "SHOWING YOUR OWN DELIVERIES"
               END-IF
           END-IF.
           DISPLAY "SIGNED ON: " UR-NAME.
           CLOSE USER-ROLE-FILE.

       100-LIST-CATALOG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SPOOL-CATALOG.
               EXIT PARAGRAPH
           END-IF.

           IF WS-FULL-ACCESS = "N"
               PERFORM 250-CHECK-SENT-TO-USER
               IF WS-SENT-TO-USER = "N"
                   DISPLAY "SPOOL ID " WS-PICK-ID
                       " WAS NOT SENT TO YOU"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ZERO TO WS-LINES-SHOWN.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REPORT-SPOOL.
               DISPLAY SP-LINE-TEXT
           END-IF.

       250-CHECK-SENT-TO-USER.
           MOVE "N" TO WS-SENT-TO-USER.
           OPEN INPUT DISTRIBUTION-LOG.
           IF DISTRIBUTION-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DISTRIBUTION-LOG
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF DL-RECIPIENT = WS-USER-ID
                           AND DL-OUTPUT-ID = WS-PICK-ID
                           MOVE "Y" TO WS-SENT-TO-USER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISTRIBUTION-LOG.

      *> What was sent to WS-VIEW-RECIPIENT ("*" for everyone) and
      *> when, oldest first - the output id is what to reprint.
       300-LIST-DELIVERIES.
           MOVE ZERO TO WS-DELIVERY-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DISTRIBUTION-LOG.
           IF DISTRIBUTION-LOG-STATUS NOT = "00"
               DISPLAY "NOTHING HAS BEEN DISTRIBUTED YET"
               IF WS-FULL-ACCESS = "N"
                   MOVE "N" TO WS-WANT-MORE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SENT ON  AT     TO       REPORT               "
               "RUN   DATED    ID    LINES".
           PERFORM 310-LIST-ONE-DELIVERY UNTIL WS-EOF-FLAG = "Y".
           CLOSE DISTRIBUTION-LOG.
           IF WS-DELIVERY-COUNT = ZERO
               DISPLAY "NOTHING SENT TO " WS-VIEW-RECIPIENT " YET"
               IF WS-FULL-ACCESS = "N"
                   MOVE "N" TO WS-WANT-MORE
               END-IF
           END-IF.

       310-LIST-ONE-DELIVERY.
           READ DISTRIBUTION-LOG
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-VIEW-RECIPIENT NOT = "*"
               AND DL-RECIPIENT NOT = WS-VIEW-RECIPIENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DELIVERY-COUNT.
           IF DL-OUTPUT-ID = ZERO
               DISPLAY DL-BURST-DATE " " DL-BURST-TIME " "
                   DL-RECIPIENT " " DL-REPORT-NAME " "
                   DL-SOURCE-ID " " DL-RUN-DATE
                   " (NOTHING IN THEIR SLICES)"
           ELSE
               DISPLAY DL-BURST-DATE " " DL-BURST-TIME " "
                   DL-RECIPIENT " " DL-REPORT-NAME " "
                   DL-SOURCE-ID " " DL-RUN-DATE " "
                   DL-OUTPUT-ID " " DL-LINE-COUNT
           END-IF.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM SPOOL-VIEWER.
