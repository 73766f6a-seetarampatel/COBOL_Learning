      *          subject and mark off the indexed marks master and
      *          the sittings off ATTEMPTS.DAT, so "passed on the
      *          second attempt" leaves with the student.
      *          A leaver's elective seats in terms not yet over go
      *          to the next students on their waiting lists, and
      *          any waiting-list places of their own are cancelled.
      *          A leaver part way through a term is credited the
      *          unused days' share of each of that term's charges
      *          (net of concessions) whose FEESCHED.DAT refund rule
      *          is pro rata, and a final account statement shows
      *          the refund due or the balance still to settle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS ENROLLMENT-STATUS.

           SELECT ELECTIVE-SEATS-FILE
               ASSIGN TO "ELECTSEAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-SEAT-KEY
               FILE STATUS IS ELECTIVE-SEATS-STATUS.

           SELECT WAITING-LIST-FILE
               ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WT-KEY
               FILE STATUS IS WAITING-LIST-STATUS.

           SELECT TERM-CALENDAR-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TERM-CODE
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-SCHEDULE-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  ENROLLMENT-FILE.
           COPY "ENROLLMENT.CPY".

       FD  ELECTIVE-SEATS-FILE.
           COPY "ELECTIVE-SEATS.CPY".

       FD  WAITING-LIST-FILE.
           COPY "WAITING-LIST.CPY".

       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

       FD  FEE-SCHEDULE-FILE.
           COPY "FEE-SCHEDULE.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       WORKING-STORAGE SECTION.
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  MARKS-MASTER-STATUS    PIC X(2).
       01  ATTEMPT-HISTORY-STATUS PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  ENROLLMENT-STATUS      PIC X(2).
       01  ELECTIVE-SEATS-STATUS  PIC X(2).
       01  WAITING-LIST-STATUS    PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  FEE-SCHEDULE-STATUS    PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-USER-ID             PIC X(8).
       01  WS-LOOKUP-ID           PIC X(8).
           88 ENDOFATTEMPTS VALUE "Y".
       01  WS-SUBJECT-COUNT       PIC 9(3).
       01  WS-ATTEMPT-COUNT       PIC 9(3).
       01  WS-ENROLL-EOF          PIC X(1).
           88 ENDOFENROLLMENTS VALUE "Y".
       01  WS-TERM-OVER           PIC X(1).
       01  WS-WAITS-CANCELLED     PIC 9(3).

      *> The leaver's seat-holding enrollments, gathered before any
      *> seat is handed on (handing one on writes to ENROLL.DAT).
       01  WS-SEAT-TABLE.
           05 WS-SEAT-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-SEAT-ENTRY OCCURS 40 TIMES.
              10 WS-ST-SUBJECT    PIC X(10).
              10 WS-ST-TERM       PIC X(5).
              10 WS-ST-SECTION    PIC X(4).
       01  WS-ST-IDX              PIC 9(3).

      *> The leaving term's charges, net of concessions and earlier
      *> refunds, by description - what the unused share is taken of.
       01  WS-TODAY               PIC X(8).
       01  WS-FEE-EOF             PIC X(1).
       01  WS-LEAVE-TERM          PIC X(5).
       01  WS-TERM-START          PIC X(8).
       01  WS-TERM-END            PIC X(8).
       01  WS-DATE-NUM            PIC 9(8).
       01  WS-TERM-DAYS           PIC 9(5).
       01  WS-UNUSED-DAYS         PIC 9(5).
       01  WS-CREDIT              PIC 9(5)V9(2).
       01  WS-CREDIT-TOTAL        PIC 9(7)V9(2).
       01  WS-ACCOUNT-BALANCE     PIC S9(7)V9(2).
       01  WS-AMOUNT-ED           PIC ZZ,ZZ9.99.
       01  WS-BALANCE-ED          PIC Z,ZZZ,ZZ9.99.
       01  WS-FEE-TABLE.
           05 WS-FEE-COUNT        PIC 9(2) VALUE ZERO.
           05 WS-FEE-ENTRY OCCURS 30 TIMES.
              10 WS-FC-DESC       PIC X(15).
              10 WS-FC-NET        PIC S9(7)V9(2).
              10 WS-FC-RULE       PIC X(1).
       01  WS-FC-IDX              PIC 9(2).
       01  WS-FC-FOUND            PIC 9(2).

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "ELECTIVE-SEAT-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STUDENT WITHDRAWAL / LEAVING CERTIFICATE".
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN I-O ENROLLMENT-FILE.
           IF ENROLLMENT-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF.

           OPEN I-O ELECTIVE-SEATS-FILE.
           IF ELECTIVE-SEATS-STATUS = "35"
               OPEN OUTPUT ELECTIVE-SEATS-FILE
               CLOSE ELECTIVE-SEATS-FILE
               OPEN I-O ELECTIVE-SEATS-FILE
           END-IF.

           OPEN I-O WAITING-LIST-FILE.
           IF WAITING-LIST-STATUS = "35"
               OPEN OUTPUT WAITING-LIST-FILE
               CLOSE WAITING-LIST-FILE
               OPEN I-O WAITING-LIST-FILE
           END-IF.

           OPEN INPUT TERM-CALENDAR-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 100-ONE-WITHDRAWAL UNTIL WS-WANT-MORE = "N".

           CLOSE STUDENT-MASTER.
           CLOSE MARKS-MASTER.
           CLOSE ATTEMPT-HISTORY.
           CLOSE AUDIT-LOG.
           CLOSE ENROLLMENT-FILE.
           CLOSE ELECTIVE-SEATS-FILE.
           CLOSE WAITING-LIST-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       900-END-PROGRAM.
           STOP RUN.
           PERFORM 130-AUDIT-STATUS-CHANGE.
           DISPLAY "STATUS SET - THE ROW (AND THE MARKS HISTORY) "
               "STAYS ON FILE".
           PERFORM 160-CANCEL-WAITING-PLACES.
           PERFORM 140-RELEASE-ELECTIVE-SEATS.
           PERFORM 170-CREDIT-UNUSED-FEES.

           PERFORM 200-PRINT-LEAVING-CERTIFICATE.
           PERFORM 300-FINAL-ACCOUNT.

       115-ACCEPT-STATUS.
           DISPLAY "NEW STATUS (W=WITHDRAWN G=GRADUATED "
           MOVE SM-STATUS TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      *> Seats in a term already over at the effective date stay
      *> where they are - the subject was taken. A term not on the
      *> calendar (or no calendar) counts as still running.
       140-RELEASE-ELECTIVE-SEATS.
           MOVE ZERO TO WS-SEAT-COUNT.
           MOVE "N" TO WS-ENROLL-EOF.
           MOVE SM-STUDENT-ID TO EN-STUDENT-ID.
           MOVE SPACES TO EN-SUBJECT.
           MOVE SPACES TO EN-TERM-CODE.
           START ENROLLMENT-FILE KEY NOT < EN-ENROLL-KEY
               INVALID KEY SET ENDOFENROLLMENTS TO TRUE
           END-START.
           IF NOT ENDOFENROLLMENTS
               READ ENROLLMENT-FILE NEXT
                   AT END SET ENDOFENROLLMENTS TO TRUE
               END-READ
           END-IF.
           PERFORM 145-GATHER-ONE-SEAT UNTIL ENDOFENROLLMENTS.

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-SEAT-COUNT
               PERFORM 150-HAND-ON-ONE-SEAT
           END-PERFORM.

       145-GATHER-ONE-SEAT.
           IF EN-STUDENT-ID NOT = SM-STUDENT-ID
               SET ENDOFENROLLMENTS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF EN-SEAT-SECTION NOT = SPACES
               MOVE "N" TO WS-TERM-OVER
               IF TERM-CALENDAR-STATUS = "00"
                   MOVE EN-TERM-CODE TO TL-TERM-CODE
                   READ TERM-CALENDAR-FILE
                       NOT INVALID KEY
                           IF TL-END-DATE < WS-EFFECTIVE-DATE
                               MOVE "Y" TO WS-TERM-OVER
                           END-IF
                   END-READ
               END-IF
               MOVE WS-SEAT-COUNT TO WS-TB-COUNT
               MOVE 40 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TERM-OVER = "N" AND WS-TB-OK = "Y"
                   ADD 1 TO WS-SEAT-COUNT
                   MOVE EN-SUBJECT TO WS-ST-SUBJECT (WS-SEAT-COUNT)
                   MOVE EN-TERM-CODE TO WS-ST-TERM (WS-SEAT-COUNT)
                   MOVE EN-SEAT-SECTION
                       TO WS-ST-SECTION (WS-SEAT-COUNT)
               END-IF
           END-IF.
           READ ENROLLMENT-FILE NEXT
               AT END SET ENDOFENROLLMENTS TO TRUE
           END-READ.

      *> The enrollment row stays (it is the record of what was
      *> taken); it just stops holding the seat.
       150-HAND-ON-ONE-SEAT.
           MOVE SM-STUDENT-ID TO EN-STUDENT-ID.
           MOVE WS-ST-SUBJECT (WS-ST-IDX) TO EN-SUBJECT.
           MOVE WS-ST-TERM (WS-ST-IDX) TO EN-TERM-CODE.
           READ ENROLLMENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO EN-SEAT-SECTION.
           REWRITE ENROLLMENT-RECORD.
           DISPLAY "ELECTIVE SEAT RELEASED: " WS-ST-SUBJECT (WS-ST-IDX)
               " " WS-ST-SECTION (WS-ST-IDX) " "
               WS-ST-TERM (WS-ST-IDX).
           MOVE WS-ST-SUBJECT (WS-ST-IDX) TO WS-ES-SUBJECT.
           MOVE WS-ST-SECTION (WS-ST-IDX) TO WS-ES-SECTION.
           MOVE WS-ST-TERM (WS-ST-IDX) TO WS-ES-TERM.
           PERFORM RELEASE-ELECTIVE-SEAT.

       160-CANCEL-WAITING-PLACES.
           MOVE ZERO TO WS-WAITS-CANCELLED.
           MOVE "N" TO WS-ES-EOF.
           MOVE LOW-VALUES TO WT-KEY.
           START WAITING-LIST-FILE KEY NOT < WT-KEY
               INVALID KEY MOVE "Y" TO WS-ES-EOF
           END-START.
           PERFORM UNTIL WS-ES-EOF = "Y"
               READ WAITING-LIST-FILE NEXT
                   AT END MOVE "Y" TO WS-ES-EOF
                   NOT AT END
                       IF WT-STUDENT-ID = SM-STUDENT-ID
                           AND WT-STATUS = "W"
                           MOVE "C" TO WT-STATUS
                           MOVE WS-EFFECTIVE-DATE TO WT-STATUS-DATE
                           REWRITE WAITING-LIST-RECORD
                           ADD 1 TO WS-WAITS-CANCELLED
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WAITS-CANCELLED > ZERO
               DISPLAY "WAITING-LIST PLACES CANCELLED: "
                   WS-WAITS-CANCELLED
           END-IF.

      *> The term running on the effective date is the one charged
      *> for days the student will not attend. A day counts as used
      *> up to and including the effective date.
       170-CREDIT-UNUSED-FEES.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           MOVE SPACES TO WS-LEAVE-TERM.
           IF WS-EFFECTIVE-DATE IS NOT NUMERIC
               DISPLAY "EFFECTIVE DATE NOT A DATE - NO FEE CREDIT"
               EXIT PARAGRAPH
           END-IF.
           IF TERM-CALENDAR-STATUS = "00"
               MOVE LOW-VALUES TO TL-TERM-CODE
               MOVE "N" TO WS-FEE-EOF
               START TERM-CALENDAR-FILE KEY NOT < TL-TERM-CODE
                   INVALID KEY MOVE "Y" TO WS-FEE-EOF
               END-START
               PERFORM 172-FIND-LEAVING-TERM
                   UNTIL WS-FEE-EOF = "Y"
           END-IF.
           IF WS-LEAVE-TERM = SPACES
               DISPLAY "NO TERM RUNNING ON " WS-EFFECTIVE-DATE
                   " - NO FEE CREDIT"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERM-END TO WS-DATE-NUM.
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1.
           COMPUTE WS-UNUSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-TERM-START TO WS-DATE-NUM.
           SUBTRACT FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               FROM WS-TERM-DAYS.
           MOVE WS-EFFECTIVE-DATE TO WS-DATE-NUM.
           SUBTRACT FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               FROM WS-UNUSED-DAYS.
           DISPLAY "LEAVING TERM " WS-LEAVE-TERM " - " WS-UNUSED-DAYS
               " OF " WS-TERM-DAYS " DAYS UNUSED".

           PERFORM 174-LOAD-TERM-CHARGES.
           IF WS-FEE-COUNT = ZERO
               DISPLAY "NO " WS-LEAVE-TERM " CHARGES ON THE LEDGER"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 178-LOAD-REFUND-RULES.

           OPEN EXTEND FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS = "05" OR FEE-LEDGER-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER-FILE
           END-IF.
           IF FEE-LEDGER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN FEELEDGR.DAT, STATUS "
                   FEE-LEDGER-STATUS " - NO FEE CREDIT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FEE-COUNT
               PERFORM 180-CREDIT-ONE-CHARGE
           END-PERFORM.
           CLOSE FEE-LEDGER-FILE.
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED.
           DISPLAY "FEE CREDIT FOR UNUSED DAYS: " WS-AMOUNT-ED.

       172-FIND-LEAVING-TERM.
           READ TERM-CALENDAR-FILE NEXT
               AT END
                   MOVE "Y" TO WS-FEE-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF TL-START-DATE NOT > WS-EFFECTIVE-DATE
               AND TL-END-DATE NOT < WS-EFFECTIVE-DATE
               AND TL-START-DATE IS NUMERIC
               AND TL-END-DATE IS NUMERIC
               MOVE TL-TERM-CODE TO WS-LEAVE-TERM
               MOVE TL-START-DATE TO WS-TERM-START
               MOVE TL-END-DATE TO WS-TERM-END
               MOVE "Y" TO WS-FEE-EOF
           END-IF.

      *> Late fees are for lateness already incurred - they are not
      *> part of the term's schedule and are never credited back.
       174-LOAD-TERM-CHARGES.
           MOVE ZERO TO WS-FEE-COUNT.
           OPEN INPUT FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FEE-EOF.
           PERFORM 176-LOAD-ONE-LEDGER-ROW UNTIL WS-FEE-EOF = "Y".
           CLOSE FEE-LEDGER-FILE.

       176-LOAD-ONE-LEDGER-ROW.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-FEE-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF FL-STUDENT-ID NOT = SM-STUDENT-ID
               OR FL-TERM-CODE NOT = WS-LEAVE-TERM
               OR FL-DESCRIPTION(1:8) = "LATE FEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FC-FOUND.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FEE-COUNT
               IF WS-FC-DESC (WS-FC-IDX) = FL-DESCRIPTION
                   MOVE WS-FC-IDX TO WS-FC-FOUND
               END-IF
           END-PERFORM.
           IF WS-FC-FOUND = ZERO
               MOVE WS-FEE-COUNT TO WS-TB-COUNT
               MOVE 30 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FEE-COUNT
               MOVE WS-FEE-COUNT TO WS-FC-FOUND
               MOVE FL-DESCRIPTION TO WS-FC-DESC (WS-FC-FOUND)
               MOVE ZERO TO WS-FC-NET (WS-FC-FOUND)
               MOVE "P" TO WS-FC-RULE (WS-FC-FOUND)
           END-IF.
           IF FL-TYPE = "C"
               ADD FL-AMOUNT TO WS-FC-NET (WS-FC-FOUND)
           ELSE
               SUBTRACT FL-AMOUNT FROM WS-FC-NET (WS-FC-FOUND)
           END-IF.

      *> A charge with no schedule row (or a blank rule) is taken as
      *> pro rata, the way tuition is.
       178-LOAD-REFUND-RULES.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEE-SCHEDULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FEE-EOF.
           PERFORM 179-TAKE-ONE-RULE UNTIL WS-FEE-EOF = "Y".
           CLOSE FEE-SCHEDULE-FILE.

       179-TAKE-ONE-RULE.
           READ FEE-SCHEDULE-FILE
               AT END
                   MOVE "Y" TO WS-FEE-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF FS-TERM-CODE NOT = WS-LEAVE-TERM
               OR (FS-CLASS-SECTION NOT = SPACES
                   AND FS-CLASS-SECTION NOT = SM-CLASS-SECTION)
               OR FS-REFUND-RULE NOT = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FEE-COUNT
               IF WS-FC-DESC (WS-FC-IDX) = FS-CHARGE-DESC
                   MOVE "N" TO WS-FC-RULE (WS-FC-IDX)
               END-IF
           END-PERFORM.

      *> The credit goes on as a refund row against the charge, the
      *> same R type the re-evaluation refund uses.
       180-CREDIT-ONE-CHARGE.
           IF WS-FC-NET (WS-FC-IDX) NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FC-RULE (WS-FC-IDX) = "N"
               DISPLAY "  " WS-FC-DESC (WS-FC-IDX)
                   " NON-REFUNDABLE"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CREDIT ROUNDED = WS-FC-NET (WS-FC-IDX)
               * WS-UNUSED-DAYS / WS-TERM-DAYS.
           IF WS-CREDIT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FEE-LEDGER-RECORD.
           MOVE SM-STUDENT-ID TO FL-STUDENT-ID.
           MOVE WS-LEAVE-TERM TO FL-TERM-CODE.
           MOVE "R" TO FL-TYPE.
           MOVE WS-FC-DESC (WS-FC-IDX) TO FL-DESCRIPTION.
           MOVE WS-CREDIT TO FL-AMOUNT.
           MOVE WS-TODAY TO FL-DATE.
           MOVE WS-USER-ID TO FL-ENTERED-BY.
           WRITE FEE-LEDGER-RECORD.
           ADD WS-CREDIT TO WS-CREDIT-TOTAL.
           MOVE WS-CREDIT TO WS-AMOUNT-ED.
           DISPLAY "  " WS-FC-DESC (WS-FC-IDX) " CREDITED "
               WS-AMOUNT-ED.

       200-PRINT-LEAVING-CERTIFICATE.
           MOVE ZERO TO WS-SUBJECT-COUNT.
           MOVE ZERO TO WS-ATTEMPT-COUNT.
               AT END SET ENDOFATTEMPTS TO TRUE
           END-READ.

      *> Every fee row the student ever had, then where the account
      *> stands now the leaving credit is on.
       300-FINAL-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-BALANCE.
           DISPLAY "+============= FINAL FEE ACCOUNT ==============+".
           OPEN INPUT FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS = "00"
               MOVE "N" TO WS-FEE-EOF
               PERFORM 310-ONE-ACCOUNT-ROW UNTIL WS-FEE-EOF = "Y"
               CLOSE FEE-LEDGER-FILE
           END-IF.
           IF WS-ACCOUNT-BALANCE > ZERO
               MOVE WS-ACCOUNT-BALANCE TO WS-BALANCE-ED
               DISPLAY "  BALANCE TO SETTLE       " WS-BALANCE-ED
           ELSE
               IF WS-ACCOUNT-BALANCE < ZERO
                   COMPUTE WS-BALANCE-ED = 0 - WS-ACCOUNT-BALANCE
                   DISPLAY "  REFUND DUE TO FAMILY    " WS-BALANCE-ED
               ELSE
                   DISPLAY "  ACCOUNT SETTLED - NOTHING OWED EITHER WAY"
               END-IF
           END-IF.
           DISPLAY "+==============================================+".

       310-ONE-ACCOUNT-ROW.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-FEE-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF FL-STUDENT-ID NOT = SM-STUDENT-ID
               EXIT PARAGRAPH
           END-IF.
           IF FL-TYPE = "C"
               ADD FL-AMOUNT TO WS-ACCOUNT-BALANCE
           ELSE
               SUBTRACT FL-AMOUNT FROM WS-ACCOUNT-BALANCE
           END-IF.
           MOVE FL-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY "  " FL-DATE " " FL-TERM-CODE " " FL-TYPE " "
               FL-DESCRIPTION " " WS-AMOUNT-ED.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "ELECTIVE-SEAT-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM STUDENT-WITHDRAWAL.
