      ******************************************************************
      * Author:
      * Date:
      * Purpose: How many of the quotations each salesperson writes
      *          actually turn into sales. Reads QUOTE.DAT for quotes
      *          dated inside the period and, per salesperson, counts
      *          and values them as converted, expired unconverted,
      *          cancelled, or still open (live past the run date
      *          means open, not lost). The conversion rate is
      *          converted over everything that has reached an
      *          outcome - a quote still open is neither a win nor
      *          a loss yet. Run-logged like the other batch
      *          programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-CONVERSION-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE
               ASSIGN TO "QUOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-QUOTE-NO
               FILE STATUS IS QUOTE-FILE-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
           COPY "QUOTE.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  QUOTE-FILE-STATUS      PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-FROM-DATE           PIC X(8).
       01  WS-TO-DATE             PIC X(8).
       01  WS-TODAY               PIC X(8).
       01  WS-ROW-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-IN-PERIOD           PIC 9(7) VALUE ZERO.
       01  WS-OUTCOME             PIC X(1).

      *> Per salesperson - the usual find-or-add table. Counts and
      *> values by outcome: C converted, E expired, X cancelled,
      *> O open.
       01  WS-PERSON-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-PERSON-TABLE-AREA.
           05 WS-PERSON-TABLE OCCURS 200 TIMES INDEXED BY QP-IDX.
               10 QP-SALESPERSON   PIC X(8).
               10 QP-ISSUED        PIC 9(5).
               10 QP-ISSUED-VALUE  PIC 9(9)V9(2).
               10 QP-CONVERTED     PIC 9(5).
               10 QP-CONV-VALUE    PIC 9(9)V9(2).
               10 QP-EXPIRED       PIC 9(5).
               10 QP-CANCELLED     PIC 9(5).
               10 QP-OPEN          PIC 9(5).
       01  WS-FOUND-IDX           PIC 9(3).

       01  WS-DECIDED             PIC 9(5).
       01  WS-CONV-PCT            PIC 9(3)V9(1).
       01  WS-CONV-PCT-ED         PIC ZZ9.9.
       01  WS-VALUE-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CONV-VALUE-ED       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-ISSUED        PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-CONVERTED     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-EXPIRED       PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-CANCELLED     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-OPEN          PIC 9(5) VALUE ZERO.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           DISPLAY "QUOTES DATED FROM (YYYYMMDD)".
           ACCEPT WS-FROM-DATE.
           DISPLAY "QUOTES DATED TO (YYYYMMDD)".
           ACCEPT WS-TO-DATE.

           OPEN INPUT QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "NO QUOTE FILE, STATUS " QUOTE-FILE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.
           READ QUOTE-FILE NEXT
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-TALLY-ONE-QUOTE UNTIL ENDOFINPUT.
           CLOSE QUOTE-FILE.

           DISPLAY "=========== QUOTE CONVERSION BY SALESPERSON ======".
           DISPLAY WS-FROM-DATE " THROUGH " WS-TO-DATE.
           PERFORM VARYING QP-IDX FROM 1 BY 1
                   UNTIL QP-IDX > WS-PERSON-COUNT
               PERFORM 300-REPORT-ONE-PERSON
           END-PERFORM.
           DISPLAY "=================================================".
           DISPLAY "QUOTES ISSUED: " WS-TOTAL-ISSUED
               " CONVERTED: " WS-TOTAL-CONVERTED.
           DISPLAY "EXPIRED: " WS-TOTAL-EXPIRED
               " CANCELLED: " WS-TOTAL-CANCELLED
               " STILL OPEN: " WS-TOTAL-OPEN.
           COMPUTE WS-DECIDED = WS-TOTAL-CONVERTED + WS-TOTAL-EXPIRED
               + WS-TOTAL-CANCELLED.
           IF WS-DECIDED > ZERO
               COMPUTE WS-CONV-PCT ROUNDED =
                   WS-TOTAL-CONVERTED * 100 / WS-DECIDED
               MOVE WS-CONV-PCT TO WS-CONV-PCT-ED
               DISPLAY "STORE CONVERSION RATE: " WS-CONV-PCT-ED "%"
           END-IF.

           GO TO 900-END-PROGRAM.

      *> An open quote whose validity ran out before today is an
      *> expired quote - nothing rewrites the status when it lapses.
       100-TALLY-ONE-QUOTE.
           ADD 1 TO WS-ROW-COUNT.
           IF QT-QUOTE-DATE NOT < WS-FROM-DATE
               AND QT-QUOTE-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-IN-PERIOD
               MOVE QT-STATUS TO WS-OUTCOME
               IF QT-STATUS = "O" AND QT-EXPIRY-DATE < WS-TODAY
                   MOVE "E" TO WS-OUTCOME
               END-IF
               PERFORM 110-ADD-TO-PERSON
           END-IF.
           READ QUOTE-FILE NEXT
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       110-ADD-TO-PERSON.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING QP-IDX FROM 1 BY 1
                   UNTIL QP-IDX > WS-PERSON-COUNT
               IF QP-SALESPERSON (QP-IDX) = QT-SALESPERSON
                   MOVE QP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-PERSON-COUNT TO WS-TB-COUNT
               MOVE 200 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-PERSON-COUNT
                   MOVE WS-PERSON-COUNT TO WS-FOUND-IDX
                   SET QP-IDX TO WS-FOUND-IDX
                   MOVE QT-SALESPERSON TO QP-SALESPERSON (QP-IDX)
                   MOVE ZERO TO QP-ISSUED (QP-IDX)
                   MOVE ZEROES TO QP-ISSUED-VALUE (QP-IDX)
                   MOVE ZERO TO QP-CONVERTED (QP-IDX)
                   MOVE ZEROES TO QP-CONV-VALUE (QP-IDX)
                   MOVE ZERO TO QP-EXPIRED (QP-IDX)
                   MOVE ZERO TO QP-CANCELLED (QP-IDX)
                   MOVE ZERO TO QP-OPEN (QP-IDX)
               END-IF
           END-IF.
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           SET QP-IDX TO WS-FOUND-IDX.
           ADD 1 TO QP-ISSUED (QP-IDX).
           ADD QT-QUOTE-TOTAL TO QP-ISSUED-VALUE (QP-IDX).
           EVALUATE WS-OUTCOME
               WHEN "C"
                   ADD 1 TO QP-CONVERTED (QP-IDX)
                   ADD QT-QUOTE-TOTAL TO QP-CONV-VALUE (QP-IDX)
               WHEN "E"
                   ADD 1 TO QP-EXPIRED (QP-IDX)
               WHEN "X"
                   ADD 1 TO QP-CANCELLED (QP-IDX)
               WHEN OTHER
                   ADD 1 TO QP-OPEN (QP-IDX)
           END-EVALUATE.

       300-REPORT-ONE-PERSON.
           MOVE QP-ISSUED-VALUE (QP-IDX) TO WS-VALUE-ED.
           MOVE QP-CONV-VALUE (QP-IDX) TO WS-CONV-VALUE-ED.
           DISPLAY "SALESPERSON " QP-SALESPERSON (QP-IDX).
           DISPLAY "  ISSUED:    " QP-ISSUED (QP-IDX)
               " VALUE " WS-VALUE-ED.
           DISPLAY "  CONVERTED: " QP-CONVERTED (QP-IDX)
               " VALUE " WS-CONV-VALUE-ED.
           DISPLAY "  EXPIRED:   " QP-EXPIRED (QP-IDX)
               "  CANCELLED: " QP-CANCELLED (QP-IDX)
               "  OPEN: " QP-OPEN (QP-IDX).
           COMPUTE WS-DECIDED = QP-CONVERTED (QP-IDX)
               + QP-EXPIRED (QP-IDX) + QP-CANCELLED (QP-IDX).
           IF WS-DECIDED > ZERO
               COMPUTE WS-CONV-PCT ROUNDED =
                   QP-CONVERTED (QP-IDX) * 100 / WS-DECIDED
               MOVE WS-CONV-PCT TO WS-CONV-PCT-ED
               DISPLAY "  CONVERSION RATE: " WS-CONV-PCT-ED "%"
           ELSE
               DISPLAY "  CONVERSION RATE: NONE DECIDED YET"
           END-IF.
           ADD QP-ISSUED (QP-IDX) TO WS-TOTAL-ISSUED.
           ADD QP-CONVERTED (QP-IDX) TO WS-TOTAL-CONVERTED.
           ADD QP-EXPIRED (QP-IDX) TO WS-TOTAL-EXPIRED.
           ADD QP-CANCELLED (QP-IDX) TO WS-TOTAL-CANCELLED.
           ADD QP-OPEN (QP-IDX) TO WS-TOTAL-OPEN.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "QUOTE-CONVERSION-RPT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROW-COUNT TO RL-READ-COUNT.
           MOVE WS-IN-PERIOD TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM QUOTE-CONVERSION-REPORT.
