      * Date:
      * Purpose: Mid-term early warning: scans ATTEND.DAT for
      *          students whose attendance has fallen below
      *          ATTEND_WARN_PCT (PARAMS.DAT setting, default 80 -
      *          deliberately above the 75 exam bar, while there is
      *          still term left to fix it), prints a formatted
      *          letter per guardian off GUARDIAN.DAT, writes the
      *          printer, and logs every warning to WARNLOG.DAT so
      *          the eventual exam-bar decision can show the family
      *          was told. Run-logged like the other batch programs.
      *          The letters are kept on the spool (REPORTS.SPL,
      *          catalogued as ATTEND-WARNINGS) stamped with the
      *          student's class section, so SPOOL-BURST-RUN can send
      *          each class teacher the letters for their section.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS PARAMETER-STATUS.

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
       FD  ATTENDANCE-FILE.
       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  ATTENDANCE-STATUS      PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

      *> Spool state - the same shape Z-REPORT uses. WS-SPOOL-SLICE
      *> is stamped on each line for SPOOL-BURST-RUN: "*" for the
      *> headings every recipient gets, SPACES for the totals only a
      *> whole-report recipient gets.
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-SLICE         PIC X(10) VALUE SPACES.
       01  WS-SPOOL-EOF           PIC X(1).

       01  WS-WARN-PCT            PIC 9(3) VALUE 80.
       01  WS-TODAY               PIC X(8).
       01  WS-ROW-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-WARNED-COUNT        PIC 9(5) VALUE ZERO.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.

           MOVE "ATTEND_WARN_PCT" TO WS-PM-NAME.
           PERFORM GET-PARAMETER-VALUE.
           IF WS-PM-VALUE NOT = SPACES
               COMPUTE WS-WARN-PCT = FUNCTION NUMVAL(WS-PM-VALUE)
           END-IF.
           MOVE WS-WARN-PCT TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           OPEN INPUT ATTENDANCE-FILE.
           IF ATTENDANCE-STATUS NOT = "00"
               OPEN OUTPUT WARN-LOG-FILE
           END-IF.

           PERFORM 850-OPEN-SPOOL.
           MOVE "*" TO WS-SPOOL-SLICE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "WARNING BAR: BELOW " WS-WARN-PCT " PERCENT"
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

           READ ATTENDANCE-FILE
               AT END SET ENDOFINPUT TO TRUE
           CLOSE WARN-MAIL-FILE.
           CLOSE WARN-LOG-FILE.

           MOVE SPACES TO WS-SPOOL-SLICE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "ATTENDANCE ROWS READ: " WS-ROW-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "WARNING LETTERS GENERATED: " WS-WARNED-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "SLIPPING STUDENTS WITH NO GUARDIAN ON FILE: "
               WS-NO-GUARDIAN-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-SPOOL.

           GO TO 900-END-PROGRAM.

                   END-IF
           END-READ.

           MOVE SM-CLASS-SECTION TO WS-SPOOL-SLICE.
           MOVE AT-STUDENT-ID TO GD-STUDENT-ID.
           READ GUARDIAN-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-GUARDIAN-COUNT
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "** NO GUARDIAN ON FILE FOR "
                       AT-STUDENT-ID " " SM-STUDENT-NAME
                       " - FILE ONE AND RERUN **"
                       DELIMITED BY SIZE INTO WS-SPOOL-TEXT
                   PERFORM 860-SPOOL-LINE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           MOVE AT-STUDENT-ID
               TO WS-WARNED-ID (WS-WARNED-COUNT).

           MOVE SPACES TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           STRING "DEAR " GD-GUARDIAN-NAME ","
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE GD-ADDRESS TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           STRING "   " SM-STUDENT-NAME "'S ATTENDANCE IN "
               AT-SUBJECT " HAS FALLEN TO " WS-ATTEND-PCT
               " PERCENT."
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "   BELOW 75 PERCENT THE SCHOOL MUST BAR A STUDENT FRO
      -        "M THE EXAM." TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "   THERE IS STILL TERM LEFT TO PUT THIS RIGHT - PLEASE
      -        " CONTACT THE OFFICE." TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "                         THE HEAD'S OFFICE, "
               WS-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

           MOVE SPACES TO WARN-MAIL-RECORD.
           MOVE GD-GUARDIAN-NAME TO WM-GUARDIAN-NAME.
           MOVE WS-ATTEND-PCT TO WL-ATTEND-PCT.
           WRITE WARN-LOG-RECORD.

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
                   MOVE "ATTEND-WARNINGS" TO SC-REPORT-NAME
                   MOVE WS-TODAY TO SC-RUN-DATE
                   MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
                   MOVE "ATTEND-WARNING-RUN" TO SC-PROGRAM
                   WRITE SPOOL-CATALOG-RECORD
                   CLOSE SPOOL-CATALOG
               END-IF
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "ATTEND-WARNING-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-PM-USED TO RL-PARAMETERS.
           MOVE WS-ROW-COUNT TO RL-READ-COUNT.
           MOVE WS-WARNED-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-NO-GUARDIAN-COUNT TO RL-REJECT-COUNT.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PARAMETER-LOGIC.CPY".

       END PROGRAM ATTENDANCE-WARNING-RUN.
