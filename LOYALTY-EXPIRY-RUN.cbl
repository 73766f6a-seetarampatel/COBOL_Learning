      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly loyalty points expiry. CM-LOYALTY-POINTS
      *          only ever grew, so LOYALTY-LIABILITY-REPORT went on
      *          valuing points earned years ago. Points now lapse
      *          LOYALTY_EXPIRY_MONTHS after the month they were
      *          earned, oldest first - whatever a member has spent
      *          (or had expired before) is taken as coming out of
      *          their oldest points - and a member with no checkout
      *          on LOYALTY.DAT for LOYALTY_IDLE_MONTHS loses the
      *          whole balance (PARAMS.DAT settings, default 24 and
      *          12 months). Each expiry comes off the balance on
      *          CONTACTS.DAT and is logged to LOYALTY.DAT as an X
      *          movement, so the statement and liability reports see
      *          it. Members whose points lapse next month go to
      *          EXPNOTE.DAT, laid out like MAILING.DAT, for the
      *          advance notice. Rerunning a month expires nothing
      *          twice - the earlier X rows count as consumed.
      *          Run-logged like the other batch programs, with the
      *          settings applied on the run-log row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-EXPIRY-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-MASTER
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PHONE
               FILE STATUS IS CONTACT-MASTER-STATUS.

           SELECT LOYALTY-LOG
               ASSIGN TO "LOYALTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOYALTY-LOG-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO "EXPNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  LOYALTY-LOG.
           COPY "LOYALTY-LOG.CPY".

      *> Same shape as CUSTOMER-SEGMENT-EXTRACT's MAILING.DAT row, so
      *> the campaign tooling can take it: segment, phone, email,
      *> then the points going, the balance and the expiry date.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05 EN-SEGMENT          PIC X(8).
           05 EN-PHONE            PIC 9(10).
           05 EN-EMAIL            PIC X(30).
           05 EN-POINTS           PIC 9(7).
           05 EN-BALANCE          PIC 9(7).
           05 EN-EXPIRY-DATE      PIC X(8).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       FD  PARAMETER-FILE.
           COPY "SYSTEM-PARAMETER.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  LOYALTY-LOG-STATUS     PIC X(2).
       01  NOTICE-FILE-STATUS     PIC X(2).
       01  PARAMETER-STATUS       PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".
       01  WS-TABLE-FULL          PIC X(1) VALUE "N".

       01  WS-RUN-MONTH           PIC X(6).
       01  WS-RUN-MONTH-NUM REDEFINES WS-RUN-MONTH.
           05 WS-RUN-YYYY         PIC 9(4).
           05 WS-RUN-MM           PIC 9(2).
       01  WS-EXPIRY-MONTHS       PIC 9(3) VALUE 24.
       01  WS-IDLE-MONTHS         PIC 9(3) VALUE 12.
       01  WS-PARAM-NUM           PIC 9(5).
       01  WS-PARAM-SET           PIC X(1).

      *> Months are counted as YYYY * 12 + MM - 1 so a plain
      *> subtraction steps back across year ends.
       01  WS-RUN-MNUM            PIC 9(6).
       01  WS-CUTOFF-MNUM         PIC S9(6).
       01  WS-IDLE-MNUM           PIC S9(6).
       01  WS-ROW-MNUM            PIC 9(6).
       01  WS-ROW-YYYY            PIC 9(4).
       01  WS-ROW-MM              PIC 9(2).

       01  WS-DATE-NUM            PIC 9(8).
       01  WS-DATE-INT            PIC 9(7).
       01  WS-RUN-END-DATE        PIC X(8).
       01  WS-NEXT-END-DATE       PIC X(8).

      *> One row per phone on the loyalty log: points earned old
      *> enough to lapse now, and by the end of next month, every
      *> point ever spent or expired, and the last checkout month.
       01  WS-MEMBER-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-MEMBER-TABLE-AREA.
           05 WS-MEMBER-TABLE OCCURS 500 TIMES INDEXED BY MB-IDX.
               10 MB-PHONE         PIC 9(10).
               10 MB-EARNED-DUE    PIC 9(9).
               10 MB-EARNED-NEXT   PIC 9(9).
               10 MB-CONSUMED      PIC 9(9).
               10 MB-LAST-MNUM     PIC 9(6).
       01  WS-FOUND-IDX           PIC 9(3).

       01  WS-EXPIRE-NOW          PIC S9(9).
       01  WS-EXPIRE-NEXT         PIC S9(9).
       01  WS-IDLE-NEXT           PIC X(1).

       01  WS-LOG-ROWS            PIC 9(7) VALUE ZERO.
       01  WS-CONTACT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-EXPIRED-MEMBERS     PIC 9(5) VALUE ZERO.
       01  WS-IDLE-MEMBERS        PIC 9(5) VALUE ZERO.
       01  WS-NOTICE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-POINTS-EXPIRED      PIC 9(11) VALUE ZERO.
       01  WS-POINTS-NOTIFIED     PIC 9(11) VALUE ZERO.
       01  WS-RELEASED-VALUE      PIC 9(9)V9(2).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PARAMETER-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "LOYALTY POINTS EXPIRY".

           DISPLAY "EXPIRY MONTH (YYYYMM, BLANK FOR THIS MONTH)".
           ACCEPT WS-RUN-MONTH.
           IF WS-RUN-MONTH = SPACES
               MOVE WS-RL-START-STAMP(1:6) TO WS-RUN-MONTH
           END-IF.
           IF WS-RUN-MONTH-NUM NOT NUMERIC
               OR WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "NOT A MONTH - NOTHING EXPIRED"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 030-LOAD-SETTINGS.

           COMPUTE WS-RUN-MNUM = WS-RUN-YYYY * 12 + WS-RUN-MM - 1.
           COMPUTE WS-CUTOFF-MNUM = WS-RUN-MNUM - WS-EXPIRY-MONTHS.
           COMPUTE WS-IDLE-MNUM = WS-RUN-MNUM - WS-IDLE-MONTHS.
           PERFORM 050-MONTH-END-DATES.

      *> Without the log every balance would look idle and be wiped -
      *> no log, no run.
           OPEN INPUT LOYALTY-LOG.
           IF LOYALTY-LOG-STATUS NOT = "00"
               DISPLAY "NO LOYALTY LOG, STATUS " LOYALTY-LOG-STATUS
                   " - NOTHING EXPIRED"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           READ LOYALTY-LOG
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-TALLY-ONE-LOG-ROW UNTIL ENDOFINPUT.
           CLOSE LOYALTY-LOG.

      *> A member who did not fit in the table would look as if they
      *> had never shopped - stop before anything is changed.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "MORE MEMBERS ON THE LOG THAN THE TABLE HOLDS"
                   " - NOTHING EXPIRED"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS NOT = "00"
               DISPLAY "NO CONTACT MASTER, STATUS "
                   CONTACT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN EXTEND LOYALTY-LOG.
           IF LOYALTY-LOG-STATUS NOT = "00"
               DISPLAY "COULD NOT EXTEND LOYALTY.DAT, STATUS "
                   LOYALTY-LOG-STATUS
               CLOSE CONTACT-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN OUTPUT NOTICE-FILE.

           MOVE "N" TO WS-EOF-FLAG.
           READ CONTACT-MASTER NEXT
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 200-EXPIRE-ONE-MEMBER UNTIL ENDOFINPUT.

           CLOSE CONTACT-MASTER.
           CLOSE LOYALTY-LOG.
           CLOSE NOTICE-FILE.

           COMPUTE WS-RELEASED-VALUE ROUNDED = WS-POINTS-EXPIRED / 100.
           DISPLAY "========= LOYALTY EXPIRY " WS-RUN-MONTH
               " =========".
           DISPLAY "MEMBERS ON FILE: " WS-CONTACT-COUNT.
           DISPLAY "MEMBERS WITH POINTS EXPIRED: " WS-EXPIRED-MEMBERS
               " (" WS-IDLE-MEMBERS " WHOLE BALANCE, IDLE)".
           DISPLAY "POINTS EXPIRED: " WS-POINTS-EXPIRED
               " LIABILITY RELEASED " WS-RELEASED-VALUE.
           DISPLAY "NOTICES FOR " WS-NEXT-END-DATE ": " WS-NOTICE-COUNT
               " MEMBERS, " WS-POINTS-NOTIFIED " POINTS".

           GO TO 900-END-PROGRAM.

      *> Both periods from PARAMS.DAT when set to at least one
      *> month, otherwise the defaults.
       030-LOAD-SETTINGS.
           MOVE "LOYALTY_EXPIRY_MONTHS" TO WS-PM-NAME.
           PERFORM 040-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM > ZERO
               AND WS-PARAM-NUM NOT > 999
               MOVE WS-PARAM-NUM TO WS-EXPIRY-MONTHS
           END-IF.
           MOVE WS-EXPIRY-MONTHS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

           MOVE "LOYALTY_IDLE_MONTHS" TO WS-PM-NAME.
           PERFORM 040-NUMBER-PARAMETER.
           IF WS-PARAM-SET = "Y" AND WS-PARAM-NUM > ZERO
               AND WS-PARAM-NUM NOT > 999
               MOVE WS-PARAM-NUM TO WS-IDLE-MONTHS
           END-IF.
           MOVE WS-IDLE-MONTHS TO WS-PM-VALUE.
           PERFORM RECORD-PARAMETER-USED.

       040-NUMBER-PARAMETER.
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

      *> Expiry rows are dated the last day of the run month; the
      *> notice gives the last day of the month after.
       050-MONTH-END-DATES.
           IF WS-RUN-MM = 12
               COMPUTE WS-DATE-NUM = (WS-RUN-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-NUM =
                   WS-RUN-YYYY * 10000 + (WS-RUN-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT - 1).
           MOVE WS-DATE-NUM TO WS-RUN-END-DATE.
           COMPUTE WS-DATE-INT = WS-DATE-INT + 31.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-DATE-NUM = WS-DATE-NUM - FUNCTION MOD
               (WS-DATE-NUM, 100) + 1.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT - 1).
           MOVE WS-DATE-NUM TO WS-NEXT-END-DATE.

       100-TALLY-ONE-LOG-ROW.
           ADD 1 TO WS-LOG-ROWS.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > WS-MEMBER-COUNT
               IF MB-PHONE (MB-IDX) = LY-PHONE
                   MOVE MB-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-MEMBER-COUNT TO WS-TB-COUNT
               MOVE 500 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-MEMBER-COUNT
                   MOVE WS-MEMBER-COUNT TO WS-FOUND-IDX
                   SET MB-IDX TO WS-FOUND-IDX
                   MOVE LY-PHONE TO MB-PHONE (MB-IDX)
                   MOVE ZERO TO MB-EARNED-DUE (MB-IDX)
                   MOVE ZERO TO MB-EARNED-NEXT (MB-IDX)
                   MOVE ZERO TO MB-CONSUMED (MB-IDX)
                   MOVE ZERO TO MB-LAST-MNUM (MB-IDX)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF.

           IF WS-FOUND-IDX NOT = ZERO
               SET MB-IDX TO WS-FOUND-IDX
               MOVE LY-DATE(1:4) TO WS-ROW-YYYY
               MOVE LY-DATE(5:2) TO WS-ROW-MM
               COMPUTE WS-ROW-MNUM = WS-ROW-YYYY * 12 + WS-ROW-MM - 1
               IF WS-ROW-MNUM NOT > WS-CUTOFF-MNUM
                   ADD LY-POINTS-EARNED TO MB-EARNED-DUE (MB-IDX)
               END-IF
               IF WS-ROW-MNUM NOT > WS-CUTOFF-MNUM + 1
                   ADD LY-POINTS-EARNED TO MB-EARNED-NEXT (MB-IDX)
               END-IF
               ADD LY-POINTS-SPENT TO MB-CONSUMED (MB-IDX)
               IF LY-MOVEMENT-TYPE NOT = "X"
                   AND WS-ROW-MNUM > MB-LAST-MNUM (MB-IDX)
                   MOVE WS-ROW-MNUM TO MB-LAST-MNUM (MB-IDX)
               END-IF
           END-IF.

           READ LOYALTY-LOG
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

      *> Oldest first: the points still standing from the lapsed
      *> months are what was earned in them less everything taken
      *> out since the member joined. A member idle past the limit,
      *> or with a balance and no checkout on the log at all, loses
      *> the lot.
       200-EXPIRE-ONE-MEMBER.
           ADD 1 TO WS-CONTACT-COUNT.
           IF CM-LOYALTY-POINTS = ZERO
               PERFORM 290-READ-NEXT-MEMBER
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > WS-MEMBER-COUNT
               IF MB-PHONE (MB-IDX) = CM-PHONE
                   MOVE MB-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-IDLE-NEXT.
           MOVE ZERO TO WS-EXPIRE-NEXT.
           IF WS-FOUND-IDX = ZERO
               MOVE CM-LOYALTY-POINTS TO WS-EXPIRE-NOW
               ADD 1 TO WS-IDLE-MEMBERS
           ELSE
               SET MB-IDX TO WS-FOUND-IDX
               IF MB-LAST-MNUM (MB-IDX) = ZERO
                   OR MB-LAST-MNUM (MB-IDX) NOT > WS-IDLE-MNUM
                   MOVE CM-LOYALTY-POINTS TO WS-EXPIRE-NOW
                   ADD 1 TO WS-IDLE-MEMBERS
               ELSE
                   COMPUTE WS-EXPIRE-NOW = MB-EARNED-DUE (MB-IDX)
                       - MB-CONSUMED (MB-IDX)
                   IF WS-EXPIRE-NOW < ZERO
                       MOVE ZERO TO WS-EXPIRE-NOW
                   END-IF
                   IF WS-EXPIRE-NOW > CM-LOYALTY-POINTS
                       MOVE CM-LOYALTY-POINTS TO WS-EXPIRE-NOW
                   END-IF
                   IF MB-LAST-MNUM (MB-IDX) NOT > WS-IDLE-MNUM + 1
                       MOVE "Y" TO WS-IDLE-NEXT
                   END-IF
                   COMPUTE WS-EXPIRE-NEXT = MB-EARNED-NEXT (MB-IDX)
                       - MB-CONSUMED (MB-IDX) - WS-EXPIRE-NOW
               END-IF
           END-IF.

           IF WS-EXPIRE-NOW > ZERO
               PERFORM 210-WRITE-EXPIRY
           END-IF.

           IF WS-FOUND-IDX NOT = ZERO AND CM-LOYALTY-POINTS > ZERO
               IF WS-IDLE-NEXT = "Y"
                   MOVE CM-LOYALTY-POINTS TO WS-EXPIRE-NEXT
               END-IF
               IF WS-EXPIRE-NEXT > CM-LOYALTY-POINTS
                   MOVE CM-LOYALTY-POINTS TO WS-EXPIRE-NEXT
               END-IF
               IF WS-EXPIRE-NEXT > ZERO
                   PERFORM 220-WRITE-NOTICE
               END-IF
           END-IF.

           PERFORM 290-READ-NEXT-MEMBER.

       290-READ-NEXT-MEMBER.
           READ CONTACT-MASTER NEXT
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       210-WRITE-EXPIRY.
           SUBTRACT WS-EXPIRE-NOW FROM CM-LOYALTY-POINTS.
           REWRITE CONTACT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "BALANCE NOT UPDATED FOR " CM-PHONE
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE SPACES TO LOYALTY-LOG-RECORD.
           MOVE CM-PHONE TO LY-PHONE.
           MOVE WS-RUN-END-DATE TO LY-DATE.
           MOVE ZERO TO LY-RECEIPT-NO.
           MOVE ZERO TO LY-POINTS-EARNED.
           MOVE WS-EXPIRE-NOW TO LY-POINTS-SPENT.
           MOVE "X" TO LY-MOVEMENT-TYPE.
           WRITE LOYALTY-LOG-RECORD.

           ADD 1 TO WS-EXPIRED-MEMBERS.
           ADD WS-EXPIRE-NOW TO WS-POINTS-EXPIRED.

       220-WRITE-NOTICE.
           MOVE SPACES TO NOTICE-RECORD.
           IF WS-IDLE-NEXT = "Y"
               MOVE "IDLE" TO EN-SEGMENT
           ELSE
               MOVE "EXPIRING" TO EN-SEGMENT
           END-IF.
           MOVE CM-PHONE TO EN-PHONE.
           MOVE CM-EMAIL TO EN-EMAIL.
           MOVE WS-EXPIRE-NEXT TO EN-POINTS.
           MOVE CM-LOYALTY-POINTS TO EN-BALANCE.
           MOVE WS-NEXT-END-DATE TO EN-EXPIRY-DATE.
           WRITE NOTICE-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.
           ADD WS-EXPIRE-NEXT TO WS-POINTS-NOTIFIED.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "LOYALTY-EXPIRY-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-LOG-ROWS TO RL-READ-COUNT.
           MOVE WS-EXPIRED-MEMBERS TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
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

       END PROGRAM LOYALTY-EXPIRY-RUN.
