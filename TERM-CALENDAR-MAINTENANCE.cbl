      *          style of STUDENT-MAINTENANCE, for the term calendar
      *          (TERMCAL.DAT): file a term code with its dates,
      *          close a finished term so no more marks can post
      *          into it, file the term's exam window for
      *          EXAM-SCHEDULE-RUN, file the results date with the
      *          re-evaluation window and fee REEVAL-DESK holds
      *          requests to, and list the calendar. The
      *          loaders reject rows whose term is not filed here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-ACTION              PIC X(1).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFCALENDAR VALUE "Y".
       01  WS-EXAM-START          PIC X(8).
       01  WS-EXAM-END            PIC X(8).
       01  WS-RESULTS-DATE        PIC X(8).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (A=ADD/CHANGE TERM, C=CLOSE A TERM, "
               "E=EXAM WINDOW, R=RESULTS AND RE-EVALUATION, "
               "L=LIST THE CALENDAR)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
                   PERFORM 200-ADD-OR-CHANGE-TERM
               WHEN "C"
                   PERFORM 300-CLOSE-TERM
               WHEN "E"
                   PERFORM 350-EXAM-WINDOW
               WHEN "R"
                   PERFORM 370-RESULTS-WINDOW
               WHEN "L"
                   PERFORM 400-LIST-CALENDAR
               WHEN OTHER
               INVALID KEY
                   PERFORM 210-ACCEPT-TERM-DATES
                   MOVE "O" TO TL-OPEN-FLAG
                   MOVE SPACES TO TL-EXAM-START TL-EXAM-END
                   MOVE SPACES TO TL-RESULTS-DATE
                   MOVE ZERO TO TL-REEVAL-DAYS TL-REEVAL-FEE
                   WRITE TERM-CALENDAR-RECORD
                   DISPLAY "TERM " TL-TERM-CODE " FILED - OPEN"
               NOT INVALID KEY
                       "LOADERS WILL REFUSE NEW MARKS INTO IT"
           END-READ.

      *> The days papers may be set on - inside the term, first day
      *> not after the last.
       350-EXAM-WINDOW.
           DISPLAY "TERM CODE".
           ACCEPT TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "TERM NOT ON THE CALENDAR"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "TERM RUNS " TL-START-DATE " TO " TL-END-DATE
               ", EXAM WINDOW ON FILE " TL-EXAM-START " TO "
               TL-EXAM-END.
           DISPLAY "FIRST EXAM DAY (YYYYMMDD)".
           ACCEPT WS-EXAM-START.
           DISPLAY "LAST EXAM DAY (YYYYMMDD)".
           ACCEPT WS-EXAM-END.
           IF WS-EXAM-START IS NOT NUMERIC
               OR WS-EXAM-END IS NOT NUMERIC
               OR WS-EXAM-START > WS-EXAM-END
               DISPLAY "EXAM WINDOW NOT VALID - NOT FILED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXAM-START < TL-START-DATE
               OR WS-EXAM-END > TL-END-DATE
               DISPLAY "EXAM WINDOW FALLS OUTSIDE THE TERM - NOT "
                   "FILED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXAM-START TO TL-EXAM-START.
           MOVE WS-EXAM-END TO TL-EXAM-END.
           REWRITE TERM-CALENDAR-RECORD.
           DISPLAY "EXAM WINDOW FOR " TL-TERM-CODE " FILED".

      *> The results date opens the re-evaluation window - not
      *> before the term's exams could have been marked.
       370-RESULTS-WINDOW.
           DISPLAY "TERM CODE".
           ACCEPT TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "TERM NOT ON THE CALENDAR"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "ON FILE: RESULTS " TL-RESULTS-DATE
               " RE-EVALUATION " TL-REEVAL-DAYS " DAYS, FEE "
               TL-REEVAL-FEE.
           DISPLAY "RESULTS DATE (YYYYMMDD)".
           ACCEPT WS-RESULTS-DATE.
           IF WS-RESULTS-DATE IS NOT NUMERIC
               OR WS-RESULTS-DATE < TL-START-DATE
               DISPLAY "RESULTS DATE NOT VALID - NOT FILED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DAYS RE-EVALUATION REQUESTS ARE TAKEN AFTER IT".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE TL-REEVAL-DAYS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "RE-EVALUATION FEE PER SUBJECT".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE TL-REEVAL-FEE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE WS-RESULTS-DATE TO TL-RESULTS-DATE.
           REWRITE TERM-CALENDAR-RECORD.
           DISPLAY "RESULTS AND RE-EVALUATION WINDOW FOR "
               TL-TERM-CODE " FILED".

       400-LIST-CALENDAR.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE SPACES TO TL-TERM-CODE.

       410-LIST-ONE-TERM.
           DISPLAY TL-TERM-CODE " " TL-START-DATE " TO "
               TL-END-DATE " " TL-OPEN-FLAG " EXAMS " TL-EXAM-START
               " TO " TL-EXAM-END.
           IF TL-RESULTS-DATE NOT = SPACES
               DISPLAY "      RESULTS " TL-RESULTS-DATE
                   " RE-EVALUATION " TL-REEVAL-DAYS " DAYS FEE "
                   TL-REEVAL-FEE
           END-IF.
           READ TERM-CALENDAR-FILE NEXT
               AT END SET ENDOFCALENDAR TO TRUE
           END-READ.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM TERM-CALENDAR-MAINTENANCE.
