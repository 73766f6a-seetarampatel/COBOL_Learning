      ******************************************************************
      * Author:
      * Date:
      * Purpose: Keeps the fee concessions FEE-BILLING-RUN credits
      *          (CONCESS.DAT, load-all/rewrite-all, the GRADREQ.DAT
      *          shape): A grants a student a scholarship, staff-
      *          child or hardship concession - a percentage of each
      *          charge or an amount per term, against one charge or
      *          all of them, over a range of terms; B sets the
      *          sibling rate for the second, third ... child of a
      *          family; E ends a concession at a term; X deletes
      *          one granted in error; L lists a student's (or the
      *          sibling rules); W takes SCHOLARSHIP-SELECT's
      *          AWARDS.DAT winners in as scholarships at one rate,
      *          skipping any winner who already holds a scholarship
      *          from that term. Terms must be on TERMCAL.DAT.
      *          Every grant, end and delete leaves an audit row -
      *          a concession is fee income given up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCESSION-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCESSION-FILE
               ASSIGN TO "CONCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCESSION-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT TERM-CALENDAR-FILE
               ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TERM-CODE
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT AWARDS-FILE
               ASSIGN TO "AWARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARDS-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONCESSION-FILE.
           COPY "CONCESSION.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.CPY".

      *> SCHOLARSHIP-SELECT's award list, as it writes it.
       FD  AWARDS-FILE.
       01  AWARD-RECORD.
           05 AW-STUDENT-ID       PIC X(8).
           05 AW-STUDENT-NAME     PIC X(20).
           05 AW-AVG-MARKS        PIC 9(3).
           05 AW-AGE              PIC 9(3).

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  CONCESSION-STATUS      PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  TERM-CALENDAR-STATUS   PIC X(2).
       01  AWARDS-STATUS          PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-ANSWER              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-TODAY               PIC X(8).
       01  WS-CONC-EOF            PIC X(1).
       01  WS-AWARD-EOF           PIC X(1).

      *> The concessions, loaded whole and rewritten whole.
       01  WS-CONC-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-CONC-TABLE.
           05 CONC-ENTRY OCCURS 500 TIMES.
               10 CE-STUDENT-ID   PIC X(8).
               10 CE-TYPE         PIC X(1).
               10 CE-ORDER        PIC 9(1).
               10 CE-CHARGE-DESC  PIC X(15).
               10 CE-BASIS        PIC X(1).
               10 CE-VALUE        PIC 9(5)V9(2).
               10 CE-FROM-TERM    PIC X(5).
               10 CE-TO-TERM      PIC X(5).
               10 CE-REFERENCE    PIC X(20).
               10 CE-ENTERED-BY   PIC X(8).
               10 CE-ENTERED-DATE PIC X(8).
       01  CE-IDX                 PIC 9(3).
       01  WS-PICK                PIC 9(3).
       01  WS-LIST-COUNT          PIC 9(3).

      *> The grant being keyed.
       01  WS-NEW-STUDENT         PIC X(8).
       01  WS-NEW-TYPE            PIC X(1).
       01  WS-NEW-ORDER           PIC 9(1).
       01  WS-NEW-CHARGE-DESC     PIC X(15).
       01  WS-NEW-BASIS           PIC X(1).
       01  WS-NEW-VALUE           PIC 9(5)V9(2).
       01  WS-NEW-FROM-TERM       PIC X(5).
       01  WS-NEW-TO-TERM         PIC X(5).
       01  WS-NEW-REFERENCE       PIC X(20).
       01  WS-TERM-OK             PIC X(1).
       01  WS-FROM-START          PIC X(8).
       01  WS-TO-START            PIC X(8).
       01  WS-KEYED-TERM          PIC X(5).
       01  WS-VALUE-ED            PIC ZZZZ9.99.
       01  WS-TYPE-WORD           PIC X(11).

       01  WS-IMPORTED            PIC 9(3).
       01  WS-SKIPPED             PIC 9(3).
       01  WS-ALREADY-HELD        PIC X(1).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FEE CONCESSION MAINTENANCE".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STUDENTMSTR.DAT, STATUS "
                   STUDENT-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN TERMCAL.DAT, STATUS "
                   TERM-CALENDAR-STATUS
               CLOSE STUDENT-MASTER
               GO TO 900-END-PROGRAM
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 050-LOAD-CONCESSIONS.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           PERFORM 800-SAVE-CONCESSIONS.

           CLOSE STUDENT-MASTER.
           CLOSE TERM-CALENDAR-FILE.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       050-LOAD-CONCESSIONS.
           OPEN INPUT CONCESSION-FILE.
           IF CONCESSION-STATUS NOT = "00"
               DISPLAY "NO CONCESS.DAT YET - STARTING EMPTY"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONC-EOF.
           PERFORM 060-LOAD-ONE-CONCESSION UNTIL WS-CONC-EOF = "Y".
           CLOSE CONCESSION-FILE.

       060-LOAD-ONE-CONCESSION.
           READ CONCESSION-FILE
               AT END
                   MOVE "Y" TO WS-CONC-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-CONC-COUNT TO WS-TB-COUNT.
           MOVE 500 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-CONC-COUNT
               MOVE CN-STUDENT-ID TO CE-STUDENT-ID (WS-CONC-COUNT)
               MOVE CN-TYPE TO CE-TYPE (WS-CONC-COUNT)
               MOVE CN-SIBLING-ORDER TO CE-ORDER (WS-CONC-COUNT)
               MOVE CN-CHARGE-DESC TO CE-CHARGE-DESC (WS-CONC-COUNT)
               MOVE CN-BASIS TO CE-BASIS (WS-CONC-COUNT)
               MOVE CN-VALUE TO CE-VALUE (WS-CONC-COUNT)
               MOVE CN-FROM-TERM TO CE-FROM-TERM (WS-CONC-COUNT)
               MOVE CN-TO-TERM TO CE-TO-TERM (WS-CONC-COUNT)
               MOVE CN-REFERENCE TO CE-REFERENCE (WS-CONC-COUNT)
               MOVE CN-ENTERED-BY TO CE-ENTERED-BY (WS-CONC-COUNT)
               MOVE CN-ENTERED-DATE
                   TO CE-ENTERED-DATE (WS-CONC-COUNT)
           ELSE
               DISPLAY "CONCESSION TABLE FULL - LATER ROWS NOT LOADED"
               MOVE "Y" TO WS-CONC-EOF
           END-IF.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (A=GRANT TO A STUDENT, B=SIBLING RATE, "
               "E=END, X=DELETE, L=LIST, W=IMPORT AWARDS.DAT)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 200-GRANT-TO-STUDENT
               WHEN "B"
                   PERFORM 300-SET-SIBLING-RATE
               WHEN "E"
                   PERFORM 400-END-CONCESSION
               WHEN "X"
                   PERFORM 500-DELETE-CONCESSION
               WHEN "L"
                   PERFORM 600-LIST-CONCESSIONS
               WHEN "W"
                   PERFORM 700-IMPORT-AWARDS
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER? (Y/N)".
           ACCEPT WS-WANT-MORE.

       200-GRANT-TO-STUDENT.
           DISPLAY "STUDENT ID".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:8) TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH STUDENT: " SM-STUDENT-ID
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY SM-STUDENT-NAME " SECTION " SM-CLASS-SECTION.
           MOVE SM-STUDENT-ID TO WS-NEW-STUDENT.
           MOVE ZERO TO WS-NEW-ORDER.
           DISPLAY "TYPE (S=SCHOLARSHIP, T=STAFF CHILD, H=HARDSHIP)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:1) TO WS-NEW-TYPE.
           IF WS-NEW-TYPE NOT = "S" AND WS-NEW-TYPE NOT = "T"
               AND WS-NEW-TYPE NOT = "H"
               DISPLAY "TYPE MUST BE S, T OR H - SIBLING RATES ARE "
                   "SET WITH B"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 250-ACCEPT-TERMS-AND-VALUE.
           IF WS-TERM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REFERENCE (E.G. BOARD MINUTE, LETTER)".
           ACCEPT WS-NEW-REFERENCE.
           PERFORM 280-ADD-CONCESSION.

      *> The charge, basis, value and term range every grant needs;
      *> WS-TERM-OK comes back "Y" only when all of it is good.
       250-ACCEPT-TERMS-AND-VALUE.
           MOVE "N" TO WS-TERM-OK.
           DISPLAY "AGAINST WHICH CHARGE (E.G. TUITION, "
               "BLANK = EVERY CHARGE)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:15) TO WS-NEW-CHARGE-DESC.
           DISPLAY "BASIS (P=PERCENT OF THE CHARGE, A=AMOUNT PER TERM)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:1) TO WS-NEW-BASIS.
           IF WS-NEW-BASIS NOT = "P" AND WS-NEW-BASIS NOT = "A"
               DISPLAY "BASIS MUST BE P OR A"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-BASIS = "P"
               DISPLAY "PERCENTAGE OFF (E.G. 25)"
           ELSE
               DISPLAY "AMOUNT OFF PER TERM"
           END-IF.
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-NEW-VALUE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-NEW-VALUE = ZERO
               DISPLAY "A CONCESSION OF NOTHING IS NOT A CONCESSION"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-BASIS = "P" AND WS-NEW-VALUE > 100
               DISPLAY "NO MORE THAN 100 PERCENT"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FIRST TERM IT COVERS".
           PERFORM 290-ACCEPT-TERM.
           IF WS-KEYED-TERM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KEYED-TERM TO WS-NEW-FROM-TERM.
           MOVE TL-START-DATE TO WS-FROM-START.
           DISPLAY "LAST TERM IT COVERS (BLANK = UNTIL ENDED)".
           PERFORM 290-ACCEPT-TERM.
           MOVE WS-KEYED-TERM TO WS-NEW-TO-TERM.
           IF WS-NEW-TO-TERM NOT = SPACES
               IF TL-START-DATE < WS-FROM-START
                   DISPLAY "LAST TERM STARTS BEFORE THE FIRST"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO WS-TERM-OK.

       280-ADD-CONCESSION.
           MOVE WS-CONC-COUNT TO WS-TB-COUNT.
           MOVE 500 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               DISPLAY "CONCESSION TABLE FULL - NOT GRANTED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONC-COUNT.
           MOVE WS-NEW-STUDENT TO CE-STUDENT-ID (WS-CONC-COUNT).
           MOVE WS-NEW-TYPE TO CE-TYPE (WS-CONC-COUNT).
           MOVE WS-NEW-ORDER TO CE-ORDER (WS-CONC-COUNT).
           MOVE WS-NEW-CHARGE-DESC TO CE-CHARGE-DESC (WS-CONC-COUNT).
           MOVE WS-NEW-BASIS TO CE-BASIS (WS-CONC-COUNT).
           MOVE WS-NEW-VALUE TO CE-VALUE (WS-CONC-COUNT).
           MOVE WS-NEW-FROM-TERM TO CE-FROM-TERM (WS-CONC-COUNT).
           MOVE WS-NEW-TO-TERM TO CE-TO-TERM (WS-CONC-COUNT).
           MOVE WS-NEW-REFERENCE TO CE-REFERENCE (WS-CONC-COUNT).
           MOVE WS-USER-ID TO CE-ENTERED-BY (WS-CONC-COUNT).
           MOVE WS-TODAY TO CE-ENTERED-DATE (WS-CONC-COUNT).
           MOVE WS-CONC-COUNT TO CE-IDX.
           MOVE "GRANTED" TO AL-FIELD-NAME.
           MOVE SPACES TO AL-OLD-VALUE.
           MOVE CE-VALUE (CE-IDX) TO WS-VALUE-ED.
           MOVE SPACES TO AL-NEW-VALUE.
           STRING CE-BASIS (CE-IDX) " " WS-VALUE-ED
               DELIMITED BY SIZE INTO AL-NEW-VALUE.
           PERFORM 850-AUDIT-CONCESSION.
           PERFORM 690-SHOW-ONE-CONCESSION.

      *> Keys a term code and checks it is on the calendar; blank
      *> input comes back as spaces, an unknown code likewise with
      *> a message.
       290-ACCEPT-TERM.
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:5) TO WS-KEYED-TERM.
           IF WS-KEYED-TERM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KEYED-TERM TO TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "TERM " WS-KEYED-TERM
                       " IS NOT ON THE CALENDAR"
                   MOVE SPACES TO WS-KEYED-TERM
           END-READ.

      *> One rule per place in the family and term range - a second
      *> rate for the same place is keyed with E on the old one
      *> first.
       300-SET-SIBLING-RATE.
           MOVE SPACES TO WS-NEW-STUDENT.
           MOVE "B" TO WS-NEW-TYPE.
           DISPLAY "FROM WHICH CHILD OF THE FAMILY (2-9, E.G. 2 = "
               "SECOND AND LATER)".
           ACCEPT WS-NK-FIELD.
           IF WS-NK-FIELD(1:1) < "2" OR WS-NK-FIELD(1:1) > "9"
               DISPLAY "PLACE MUST BE 2 TO 9"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NK-FIELD(1:1) TO WS-NEW-ORDER.
           PERFORM 250-ACCEPT-TERMS-AND-VALUE.
           IF WS-TERM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > WS-CONC-COUNT
               IF CE-TYPE (CE-IDX) = "B"
                   AND CE-ORDER (CE-IDX) = WS-NEW-ORDER
                   AND CE-FROM-TERM (CE-IDX) = WS-NEW-FROM-TERM
                   AND CE-CHARGE-DESC (CE-IDX) = WS-NEW-CHARGE-DESC
                   DISPLAY "A RATE FOR CHILD " WS-NEW-ORDER
                       " FROM " WS-NEW-FROM-TERM
                       " IS ALREADY SET - END OR DELETE IT FIRST"
                   MOVE "N" TO WS-TERM-OK
               END-IF
           END-PERFORM.
           IF WS-TERM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "SIBLING RULE" TO WS-NEW-REFERENCE.
           PERFORM 280-ADD-CONCESSION.

       400-END-CONCESSION.
           PERFORM 650-PICK-CONCESSION.
           IF WS-PICK = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LAST TERM IT COVERS".
           PERFORM 290-ACCEPT-TERM.
           IF WS-KEYED-TERM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE TL-START-DATE TO WS-TO-START.
           MOVE CE-FROM-TERM (WS-PICK) TO TL-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   MOVE SPACES TO TL-START-DATE
           END-READ.
           IF WS-TO-START < TL-START-DATE
               DISPLAY "THAT TERM STARTS BEFORE THE CONCESSION DOES - "
                   "DELETE IT INSTEAD"
               EXIT PARAGRAPH
           END-IF.
           MOVE CE-TO-TERM (WS-PICK) TO AL-OLD-VALUE.
           MOVE WS-KEYED-TERM TO CE-TO-TERM (WS-PICK).
           MOVE "TO-TERM" TO AL-FIELD-NAME.
           MOVE WS-KEYED-TERM TO AL-NEW-VALUE.
           MOVE WS-PICK TO CE-IDX.
           PERFORM 850-AUDIT-CONCESSION.
           DISPLAY "CONCESSION NOW ENDS WITH " WS-KEYED-TERM.

      *> Deleting takes nothing back off the ledger - credits already
      *> raised stay; it only stops future billing.
       500-DELETE-CONCESSION.
           PERFORM 650-PICK-CONCESSION.
           IF WS-PICK = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DELETE IT? (Y/N)".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "NOTHING DELETED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PICK TO CE-IDX.
           MOVE "DELETED" TO AL-FIELD-NAME.
           MOVE CE-VALUE (CE-IDX) TO WS-VALUE-ED.
           MOVE SPACES TO AL-OLD-VALUE.
           STRING CE-BASIS (CE-IDX) " " WS-VALUE-ED
               DELIMITED BY SIZE INTO AL-OLD-VALUE.
           MOVE SPACES TO AL-NEW-VALUE.
           PERFORM 850-AUDIT-CONCESSION.
           MOVE CONC-ENTRY (WS-CONC-COUNT) TO CONC-ENTRY (WS-PICK).
           SUBTRACT 1 FROM WS-CONC-COUNT.
           DISPLAY "CONCESSION DELETED".

       600-LIST-CONCESSIONS.
           DISPLAY "STUDENT ID (BLANK = THE SIBLING RULES)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:8) TO WS-NEW-STUDENT.
           PERFORM 660-LIST-FOR-STUDENT.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO CONCESSIONS"
           END-IF.

      *> Lists the keyed student's rows (or the sibling rules) by
      *> line number and takes one; WS-PICK stays zero on no choice.
       650-PICK-CONCESSION.
           MOVE ZERO TO WS-PICK.
           DISPLAY "STUDENT ID (BLANK = A SIBLING RULE)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:8) TO WS-NEW-STUDENT.
           PERFORM 660-LIST-FOR-STUDENT.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO CONCESSIONS"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LINE NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CE-IDX = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF CE-IDX = ZERO OR CE-IDX > WS-CONC-COUNT
               DISPLAY "NO SUCH LINE"
               EXIT PARAGRAPH
           END-IF.
           IF CE-STUDENT-ID (CE-IDX) NOT = WS-NEW-STUDENT
               DISPLAY "THAT LINE IS NOT ONE OF THOSE LISTED"
               EXIT PARAGRAPH
           END-IF.
           MOVE CE-IDX TO WS-PICK.

       660-LIST-FOR-STUDENT.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > WS-CONC-COUNT
               IF CE-STUDENT-ID (CE-IDX) = WS-NEW-STUDENT
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 690-SHOW-ONE-CONCESSION
               END-IF
           END-PERFORM.

       690-SHOW-ONE-CONCESSION.
           EVALUATE CE-TYPE (CE-IDX)
               WHEN "S" MOVE "SCHOLARSHIP" TO WS-TYPE-WORD
               WHEN "T" MOVE "STAFF CHILD" TO WS-TYPE-WORD
               WHEN "H" MOVE "HARDSHIP" TO WS-TYPE-WORD
               WHEN "B" MOVE "SIBLING" TO WS-TYPE-WORD
               WHEN OTHER MOVE CE-TYPE (CE-IDX) TO WS-TYPE-WORD
           END-EVALUATE.
           MOVE CE-VALUE (CE-IDX) TO WS-VALUE-ED.
           IF CE-TYPE (CE-IDX) = "B"
               DISPLAY CE-IDX " " WS-TYPE-WORD " CHILD "
                   CE-ORDER (CE-IDX) "+ " CE-BASIS (CE-IDX) " "
                   WS-VALUE-ED " ON " CE-CHARGE-DESC (CE-IDX)
                   " " CE-FROM-TERM (CE-IDX) "-" CE-TO-TERM (CE-IDX)
           ELSE
               DISPLAY CE-IDX " " WS-TYPE-WORD " "
                   CE-BASIS (CE-IDX) " " WS-VALUE-ED " ON "
                   CE-CHARGE-DESC (CE-IDX) " " CE-FROM-TERM (CE-IDX)
                   "-" CE-TO-TERM (CE-IDX) " " CE-REFERENCE (CE-IDX)
           END-IF.

      *> Every winner on the award list becomes a scholarship at the
      *> one rate keyed here; winners the master no longer knows, or
      *> who already hold a scholarship from the same term, are
      *> skipped and counted.
       700-IMPORT-AWARDS.
           OPEN INPUT AWARDS-FILE.
           IF AWARDS-STATUS NOT = "00"
               DISPLAY "NO AWARDS.DAT - RUN SCHOLARSHIP-SELECT FIRST"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-NEW-TYPE.
           MOVE ZERO TO WS-NEW-ORDER.
           PERFORM 250-ACCEPT-TERMS-AND-VALUE.
           IF WS-TERM-OK NOT = "Y"
               CLOSE AWARDS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NEW-REFERENCE.
           STRING "AWARDS " WS-TODAY DELIMITED BY SIZE
               INTO WS-NEW-REFERENCE.
           MOVE ZERO TO WS-IMPORTED.
           MOVE ZERO TO WS-SKIPPED.
           MOVE "N" TO WS-AWARD-EOF.
           PERFORM 710-IMPORT-ONE-AWARD UNTIL WS-AWARD-EOF = "Y".
           CLOSE AWARDS-FILE.
           DISPLAY "SCHOLARSHIPS GRANTED: " WS-IMPORTED
               " SKIPPED: " WS-SKIPPED.

       710-IMPORT-ONE-AWARD.
           READ AWARDS-FILE
               AT END
                   MOVE "Y" TO WS-AWARD-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE AW-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "  " AW-STUDENT-ID " " AW-STUDENT-NAME
                       " NOT ON THE STUDENT MASTER - SKIPPED"
                   ADD 1 TO WS-SKIPPED
                   EXIT PARAGRAPH
           END-READ.
           MOVE "N" TO WS-ALREADY-HELD.
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > WS-CONC-COUNT
               IF CE-STUDENT-ID (CE-IDX) = AW-STUDENT-ID
                   AND CE-TYPE (CE-IDX) = "S"
                   AND CE-FROM-TERM (CE-IDX) = WS-NEW-FROM-TERM
                   MOVE "Y" TO WS-ALREADY-HELD
               END-IF
           END-PERFORM.
           IF WS-ALREADY-HELD = "Y"
               DISPLAY "  " AW-STUDENT-ID " " AW-STUDENT-NAME
                   " ALREADY HOLDS A SCHOLARSHIP FROM "
                   WS-NEW-FROM-TERM " - SKIPPED"
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE AW-STUDENT-ID TO WS-NEW-STUDENT.
           PERFORM 280-ADD-CONCESSION.
           ADD 1 TO WS-IMPORTED.

       800-SAVE-CONCESSIONS.
           OPEN OUTPUT CONCESSION-FILE.
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > WS-CONC-COUNT
               MOVE CE-STUDENT-ID (CE-IDX) TO CN-STUDENT-ID
               MOVE CE-TYPE (CE-IDX) TO CN-TYPE
               MOVE CE-ORDER (CE-IDX) TO CN-SIBLING-ORDER
               MOVE CE-CHARGE-DESC (CE-IDX) TO CN-CHARGE-DESC
               MOVE CE-BASIS (CE-IDX) TO CN-BASIS
               MOVE CE-VALUE (CE-IDX) TO CN-VALUE
               MOVE CE-FROM-TERM (CE-IDX) TO CN-FROM-TERM
               MOVE CE-TO-TERM (CE-IDX) TO CN-TO-TERM
               MOVE CE-REFERENCE (CE-IDX) TO CN-REFERENCE
               MOVE CE-ENTERED-BY (CE-IDX) TO CN-ENTERED-BY
               MOVE CE-ENTERED-DATE (CE-IDX) TO CN-ENTERED-DATE
               WRITE CONCESSION-RECORD
           END-PERFORM.
           CLOSE CONCESSION-FILE.

      *> Key is student + type + first term (the student id is blank
      *> on a sibling rule, so its place in the family stands in).
       850-AUDIT-CONCESSION.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "CONCES" TO AL-RECORD-TYPE.
           MOVE SPACES TO AL-KEY-VALUE.
           IF CE-TYPE (CE-IDX) = "B"
               STRING "SIBLING" CE-ORDER (CE-IDX) " B "
                   CE-FROM-TERM (CE-IDX)
                   DELIMITED BY SIZE INTO AL-KEY-VALUE
           ELSE
               STRING CE-STUDENT-ID (CE-IDX) " " CE-TYPE (CE-IDX) " "
                   CE-FROM-TERM (CE-IDX)
                   DELIMITED BY SIZE INTO AL-KEY-VALUE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM CONCESSION-MAINTENANCE.
