      *          that the payroll service takes - the end of the
      *          fortnightly timesheet-deciphering ritual.
      *          Run-logged like the other batch programs.
      *          Each user's hours are set against the hours
      *          STAFF-ROTA-RUN rostered them for in the period
      *          (ROTA.DAT), with the difference shown, and anyone
      *          rostered who never punched is listed with no hours.
      *          Approved annual leave and recorded sickness on
      *          LEAVE.DAT (booked at LEAVE-DESK) go out on the same
      *          PAYHOURS.DAT row as separate paid-leave and sick
      *          hours, so payroll can tell a day off from a no-show;
      *          someone off for the whole period gets a row with no
      *          worked hours, and is not listed as rostered with no
      *          punches. A leave day the user also punched on is
      *          called out and not paid as leave.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HOURS-STATUS.

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

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 PH-PERIOD-FROM      PIC X(8).
           05 PH-PERIOD-TO        PIC X(8).
           05 PH-TOTAL-HOURS      PIC 9(4)V9(2).
           05 PH-LEAVE-HOURS      PIC 9(4)V9(2).
           05 PH-SICK-HOURS       PIC 9(4)V9(2).

       FD  STAFF-ROTA-FILE.
           COPY "STAFF-ROTA.CPY".

       FD  LEAVE-DAY-FILE.
           COPY "LEAVE-DAY.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".
       01  WS-RL-START-STAMP      PIC X(26).
       01  TIME-PUNCH-STATUS      PIC X(2).
       01  PAY-HOURS-STATUS       PIC X(2).
       01  STAFF-ROTA-STATUS      PIC X(2).
       01  LEAVE-DAY-STATUS       PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-ALREADY-DONE        PIC X(1).
       01  TD2-IDX                PIC 9(3).

      *> Rostered hours per user over the period, off ROTA.DAT;
      *> RU-PUNCHED is set as each user's punched or leave hours
      *> print, so whoever is left was rostered and never clocked
      *> in, with no leave to explain it.
       01  WS-ROTA-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-ROTA-TABLE-AREA.
           05 WS-ROTA-USER OCCURS 50 TIMES INDEXED BY RU-IDX.
               10 RU-USER-ID       PIC X(8).
               10 RU-HOURS         PIC 9(4).
               10 RU-PUNCHED       PIC X(1).
       01  WS-ROTA-FOUND          PIC 9(2).
       01  WS-ROTA-EOF            PIC X(1).
       01  WS-ROSTERED-HOURS      PIC 9(4)V9(2).
       01  WS-VARIANCE            PIC S9(4)V9(2).
       01  WS-VARIANCE-ED         PIC -ZZZ9.99.
       01  WS-TOTAL-ACTUAL        PIC 9(6)V9(2) VALUE ZERO.
       01  WS-TOTAL-ROSTERED      PIC 9(6)V9(2) VALUE ZERO.
       01  WS-NO-SHOW-COUNT       PIC 9(3) VALUE ZERO.

      *> Approved leave and sickness hours per user over the period,
      *> off LEAVE.DAT; LU-EXPORTED is set once they go out on the
      *> user's PAYHOURS.DAT row.
       01  WS-LEAVE-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-LEAVE-TABLE-AREA.
           05 WS-LEAVE-USER OCCURS 50 TIMES INDEXED BY LU-IDX.
               10 LU-USER-ID       PIC X(8).
               10 LU-LEAVE-HOURS   PIC 9(4)V9(2).
               10 LU-SICK-HOURS    PIC 9(4)V9(2).
               10 LU-EXPORTED      PIC X(1).
       01  WS-LEAVE-FOUND         PIC 9(2).
       01  WS-LEAVE-EOF           PIC X(1).
       01  WS-LEAVE-HOURS         PIC 9(4)V9(2).
       01  WS-SICK-HOURS          PIC 9(4)V9(2).
       01  WS-TOTAL-LEAVE         PIC 9(6)V9(2) VALUE ZERO.
       01  WS-TOTAL-SICK          PIC 9(6)V9(2) VALUE ZERO.
       01  WS-LEAVE-WORKED-COUNT  PIC 9(3) VALUE ZERO.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
               END-IF
           END-PERFORM.

           PERFORM 200-LOAD-ROSTERED-HOURS.
           PERFORM 250-LOAD-LEAVE-HOURS.

           OPEN OUTPUT PAY-HOURS-FILE.
           DISPLAY "================= HOURS WORKED ==================".
           DISPLAY WS-FROM-DATE " THROUGH " WS-TO-DATE.
           DISPLAY "USER ID  ACTUAL     ROSTERED  DIFFERENCE  "
               "LEAVE    SICK".
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-DAY-COUNT
               PERFORM 300-EXPORT-ONE-USER
           END-PERFORM.
           PERFORM VARYING WS-LEAVE-FOUND FROM 1 BY 1
                   UNTIL WS-LEAVE-FOUND > WS-LEAVE-COUNT
               IF LU-EXPORTED (WS-LEAVE-FOUND) = "N"
                   PERFORM 320-EXPORT-LEAVE-ONLY-USER
               END-IF
           END-PERFORM.
           CLOSE PAY-HOURS-FILE.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-ROTA-COUNT
               IF RU-PUNCHED (RU-IDX) = "N"
                   ADD 1 TO WS-NO-SHOW-COUNT
                   MOVE RU-HOURS (RU-IDX) TO WS-ROSTERED-HOURS
                   DISPLAY "** " RU-USER-ID (RU-IDX)
                       " ROSTERED " WS-ROSTERED-HOURS
                       " HOURS, NO PUNCHES IN THE PERIOD **"
               END-IF
           END-PERFORM.
           DISPLAY "=================================================".
           DISPLAY "TOTAL ACTUAL " WS-TOTAL-ACTUAL
               " ROSTERED " WS-TOTAL-ROSTERED.
           DISPLAY "TOTAL PAID LEAVE " WS-TOTAL-LEAVE
               " SICK " WS-TOTAL-SICK.
           DISPLAY "LEAVE DAYS WITH PUNCHES (NOT PAID AS LEAVE): "
               WS-LEAVE-WORKED-COUNT.
           DISPLAY "ROSTERED WITH NO PUNCHES: " WS-NO-SHOW-COUNT.
           DISPLAY "USERS EXPORTED: " WS-EXPORT-COUNT
               " UNPAIRED PUNCHES: " WS-ODD-PUNCH-COUNT.

                   ADD 1 TO WS-ODD-PUNCH-COUNT
           END-EVALUATE.

      *> Every shift in the period - ROTA.DAT is keyed date first,
      *> so one START and a read forward to the end date.
       200-LOAD-ROSTERED-HOURS.
           OPEN INPUT STAFF-ROTA-FILE.
           IF STAFF-ROTA-STATUS NOT = "00"
               DISPLAY "NO ROTA ON FILE - ROSTERED HOURS SHOWN AS "
                   "ZERO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FROM-DATE TO RT-DATE.
           MOVE LOW-VALUES TO RT-USER-ID.
           MOVE "N" TO WS-ROTA-EOF.
           START STAFF-ROTA-FILE KEY NOT < RT-KEY
               INVALID KEY MOVE "Y" TO WS-ROTA-EOF
           END-START.
           PERFORM 210-ADD-ONE-SHIFT UNTIL WS-ROTA-EOF = "Y".
           CLOSE STAFF-ROTA-FILE.

       210-ADD-ONE-SHIFT.
           READ STAFF-ROTA-FILE NEXT
               AT END
                   MOVE "Y" TO WS-ROTA-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF RT-DATE > WS-TO-DATE
               MOVE "Y" TO WS-ROTA-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ROTA-FOUND.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-ROTA-COUNT
               IF RU-USER-ID (RU-IDX) = RT-USER-ID
                   SET WS-ROTA-FOUND TO RU-IDX
               END-IF
           END-PERFORM.
           IF WS-ROTA-FOUND = ZERO
               MOVE WS-ROTA-COUNT TO WS-TB-COUNT
               MOVE 50 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROTA-COUNT
               MOVE WS-ROTA-COUNT TO WS-ROTA-FOUND
               SET RU-IDX TO WS-ROTA-FOUND
               MOVE RT-USER-ID TO RU-USER-ID (RU-IDX)
               MOVE ZERO TO RU-HOURS (RU-IDX)
               MOVE "N" TO RU-PUNCHED (RU-IDX)
           END-IF.
           SET RU-IDX TO WS-ROTA-FOUND.
           ADD RT-HOURS TO RU-HOURS (RU-IDX).
           ADD RT-HOURS TO WS-TOTAL-ROSTERED.

      *> Approved leave and sickness in the period. LEAVE.DAT is
      *> keyed user first, so it is read end to end and the dates
      *> filtered. A day the user has punches for was worked, and
      *> the punches are what get paid.
       250-LOAD-LEAVE-HOURS.
           OPEN INPUT LEAVE-DAY-FILE.
           IF LEAVE-DAY-STATUS NOT = "00"
               DISPLAY "NO LEAVE ON FILE - LEAVE AND SICK HOURS "
                   "SHOWN AS ZERO"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LV-KEY.
           MOVE "N" TO WS-LEAVE-EOF.
           START LEAVE-DAY-FILE KEY NOT < LV-KEY
               INVALID KEY MOVE "Y" TO WS-LEAVE-EOF
           END-START.
           PERFORM 260-ADD-ONE-LEAVE-DAY UNTIL WS-LEAVE-EOF = "Y".
           CLOSE LEAVE-DAY-FILE.

       260-ADD-ONE-LEAVE-DAY.
           READ LEAVE-DAY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LEAVE-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LV-APPROVED
               OR LV-DATE < WS-FROM-DATE
               OR LV-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-DAY-COUNT
               IF TD-USER-ID (TD-IDX) = LV-USER-ID
                   AND TD-DATE (TD-IDX) = LV-DATE
                   ADD 1 TO WS-LEAVE-WORKED-COUNT
                   DISPLAY "** " LV-USER-ID " " LV-DATE
                       " PUNCHED ON A LEAVE DAY - PAID AS WORKED, "
                       "NOT AS LEAVE **"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-LEAVE-FOUND.
           PERFORM VARYING LU-IDX FROM 1 BY 1
                   UNTIL LU-IDX > WS-LEAVE-COUNT
               IF LU-USER-ID (LU-IDX) = LV-USER-ID
                   SET WS-LEAVE-FOUND TO LU-IDX
               END-IF
           END-PERFORM.
           IF WS-LEAVE-FOUND = ZERO
               MOVE WS-LEAVE-COUNT TO WS-TB-COUNT
               MOVE 50 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LEAVE-COUNT
               MOVE WS-LEAVE-COUNT TO WS-LEAVE-FOUND
               SET LU-IDX TO WS-LEAVE-FOUND
               MOVE LV-USER-ID TO LU-USER-ID (LU-IDX)
               MOVE ZERO TO LU-LEAVE-HOURS (LU-IDX)
               MOVE ZERO TO LU-SICK-HOURS (LU-IDX)
               MOVE "N" TO LU-EXPORTED (LU-IDX)
           END-IF.
           SET LU-IDX TO WS-LEAVE-FOUND.
           IF LV-SICK
               ADD LV-HOURS TO LU-SICK-HOURS (LU-IDX)
               ADD LV-HOURS TO WS-TOTAL-SICK
           ELSE
               ADD LV-HOURS TO LU-LEAVE-HOURS (LU-IDX)
               ADD LV-HOURS TO WS-TOTAL-LEAVE
           END-IF.

       300-EXPORT-ONE-USER.
           MOVE "N" TO WS-ALREADY-DONE.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.
           COMPUTE WS-USER-HOURS ROUNDED = WS-USER-MINUTES / 60.
           ADD WS-USER-HOURS TO WS-TOTAL-ACTUAL.

           MOVE TD-USER-ID (TD-IDX) TO PH-USER-ID.
           PERFORM 310-WRITE-PAY-HOURS.

      *> Off on leave or sick for the whole period - nothing worked,
      *> but the paid leave still has to reach payroll.
       320-EXPORT-LEAVE-ONLY-USER.
           MOVE ZERO TO WS-USER-HOURS.
           MOVE LU-USER-ID (WS-LEAVE-FOUND) TO PH-USER-ID.
           PERFORM 310-WRITE-PAY-HOURS.

      *> One PAYHOURS.DAT row for PH-USER-ID: WS-USER-HOURS worked,
      *> plus any leave and sickness, the difference taken against
      *> the rostered hours.
       310-WRITE-PAY-HOURS.
           MOVE ZERO TO WS-LEAVE-HOURS.
           MOVE ZERO TO WS-SICK-HOURS.
           PERFORM VARYING LU-IDX FROM 1 BY 1
                   UNTIL LU-IDX > WS-LEAVE-COUNT
               IF LU-USER-ID (LU-IDX) = PH-USER-ID
                   MOVE LU-LEAVE-HOURS (LU-IDX) TO WS-LEAVE-HOURS
                   MOVE LU-SICK-HOURS (LU-IDX) TO WS-SICK-HOURS
                   MOVE "Y" TO LU-EXPORTED (LU-IDX)
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-ROSTERED-HOURS.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-ROTA-COUNT
               IF RU-USER-ID (RU-IDX) = PH-USER-ID
                   MOVE RU-HOURS (RU-IDX) TO WS-ROSTERED-HOURS
                   MOVE "Y" TO RU-PUNCHED (RU-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-VARIANCE = WS-USER-HOURS + WS-LEAVE-HOURS
               + WS-SICK-HOURS - WS-ROSTERED-HOURS.
           MOVE WS-VARIANCE TO WS-VARIANCE-ED.
           DISPLAY PH-USER-ID " " WS-USER-HOURS " "
               WS-ROSTERED-HOURS "   " WS-VARIANCE-ED "  "
               WS-LEAVE-HOURS " " WS-SICK-HOURS.
           MOVE WS-FROM-DATE TO PH-PERIOD-FROM.
           MOVE WS-TO-DATE TO PH-PERIOD-TO.
           MOVE WS-USER-HOURS TO PH-TOTAL-HOURS.
           MOVE WS-LEAVE-HOURS TO PH-LEAVE-HOURS.
           MOVE WS-SICK-HOURS TO PH-SICK-HOURS.
           WRITE PAY-HOURS-RECORD.
           ADD 1 TO WS-EXPORT-COUNT.

