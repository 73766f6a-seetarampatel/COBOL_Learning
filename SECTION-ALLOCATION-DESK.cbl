      ******************************************************************
      * Author:
      * Date:
      * Purpose: The office's and the principal's desk for the new-
      *          year section allocation. The office keys the "keep
      *          apart" and "keep together" pairs SECTION-ALLOCATION-
      *          RUN works to (SECTPAIR.DAT) before the run; after
      *          it, the principal lists the proposal (SECTPROP.DAT)
      *          section by section, moves students by hand - warned
      *          when a move breaks a pair or overfills a section -
      *          and approves the class. Approval needs the
      *          principal's secret code (UR-ROLE "M" on USERROLE.DAT)
      *          and copies every proposed section onto
      *          SM-CLASS-SECTION in one pass, one audit row per
      *          student whose section changes, clearing the class's
      *          proposal as it goes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-ALLOCATION-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-PROPOSAL-FILE
               ASSIGN TO "SECTPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-STUDENT-ID
               FILE STATUS IS SECTION-PROPOSAL-STATUS.

           SELECT SECTION-PAIR-FILE
               ASSIGN TO "SECTPAIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-PAIR-KEY
               FILE STATUS IS SECTION-PAIR-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT SECTION-SEATS-FILE
               ASSIGN TO "SECTSEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-SEATS-STATUS.

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
       FD  SECTION-PROPOSAL-FILE.
           COPY "SECTION-PROPOSAL.CPY".

       FD  SECTION-PAIR-FILE.
           COPY "SECTION-PAIR.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  SECTION-SEATS-FILE.
           COPY "SECTION-SEATS.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  SECTION-PROPOSAL-STATUS PIC X(2).
       01  SECTION-PAIR-STATUS    PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  SECTION-SEATS-STATUS   PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".
       01  WS-CONFIRM             PIC X(1).

       01  WS-DESK-CLASS          PIC 9(2).
       01  WS-STUDENT-ID          PIC X(8).
       01  WS-OTHER-ID            PIC X(8).
       01  WS-NEW-SECTION         PIC X(4).
       01  WS-OLD-SECTION         PIC X(4).
       01  WS-RULE                PIC X(1).
       01  WS-HEAD-ID             PIC X(8).
       01  WS-HEAD-SECRET         PIC X(4).
       01  WS-HEAD-OK             PIC X(1).
       01  WS-WARN-COUNT          PIC 9(3).
       01  WS-WARN-NOTE           PIC X(20).
       01  WS-OTHER-SECTION       PIC X(4).
       01  WS-HOLD-PROPOSAL       PIC X(50).
       01  WS-LIST-COUNT          PIC 9(3).
       01  WS-LIST-BOYS           PIC 9(3).
       01  WS-LIST-GIRLS          PIC 9(3).
       01  WS-LIST-SUM            PIC 9(7).
       01  WS-LIST-AVERAGE        PIC 9(3).
       01  WS-APPLY-COUNT         PIC 9(5).
       01  WS-CHANGED-COUNT       PIC 9(5).

      *> The class number of a section - "10A" is class 10, "5B"
      *> class 5, the same reading CLASS-PROMOTION-RUN gives it.
       01  WS-PARSE-SECTION       PIC X(4).
       01  WS-PARSE-CLASS         PIC 9(2).

      *> The class's sections off SECTSEAT.DAT and their seats.
       01  WS-SECTION-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-SECTION-TABLE-AREA.
           05 WS-SECTION-TABLE OCCURS 20 TIMES.
               10 SC-SECTION       PIC X(4).
               10 SC-SEATS         PIC 9(3).
       01  WS-SC                  PIC 9(2).
       01  WS-FOUND-SC            PIC 9(2).

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SECTION ALLOCATION DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O SECTION-PROPOSAL-FILE.
           IF SECTION-PROPOSAL-STATUS = "35"
               OPEN OUTPUT SECTION-PROPOSAL-FILE
               CLOSE SECTION-PROPOSAL-FILE
               OPEN I-O SECTION-PROPOSAL-FILE
           END-IF.

           OPEN I-O SECTION-PAIR-FILE.
           IF SECTION-PAIR-STATUS = "35"
               OPEN OUTPUT SECTION-PAIR-FILE
               CLOSE SECTION-PAIR-FILE
               OPEN I-O SECTION-PAIR-FILE
           END-IF.

           OPEN I-O STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER, STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE SECTION-PROPOSAL-FILE
               CLOSE SECTION-PAIR-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER - PROPOSALS CANNOT BE "
                   "APPROVED THIS SESSION"
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE SECTION-PROPOSAL-FILE.
           CLOSE SECTION-PAIR-FILE.
           CLOSE STUDENT-MASTER.
           IF USER-ROLE-STATUS = "00"
               CLOSE USER-ROLE-FILE
           END-IF.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       050-ACCEPT-CLASS.
           DISPLAY "CLASS (E.G. 6)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-DESK-CLASS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           PERFORM 060-LOAD-SECTIONS.
           IF WS-SECTION-COUNT = ZERO
               DISPLAY "NO SECTIONS OF CLASS " WS-DESK-CLASS
                   " ON SECTSEAT.DAT"
           END-IF.

       060-LOAD-SECTIONS.
           MOVE ZERO TO WS-SECTION-COUNT.
           OPEN INPUT SECTION-SEATS-FILE.
           IF SECTION-SEATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 065-LOAD-ONE-SECTION UNTIL ENDOFINPUT.
           CLOSE SECTION-SEATS-FILE.

       065-LOAD-ONE-SECTION.
           READ SECTION-SEATS-FILE
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE SS-CLASS-SECTION TO WS-PARSE-SECTION.
           MOVE ZERO TO WS-PARSE-CLASS.
           EVALUATE TRUE
               WHEN WS-PARSE-SECTION(1:2) IS NUMERIC
                   MOVE WS-PARSE-SECTION(1:2) TO WS-PARSE-CLASS
               WHEN WS-PARSE-SECTION(1:1) IS NUMERIC
                   MOVE WS-PARSE-SECTION(1:1) TO WS-PARSE-CLASS
           END-EVALUATE.
           IF WS-PARSE-CLASS NOT = WS-DESK-CLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-TB-COUNT.
           MOVE 20 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SS-CLASS-SECTION TO SC-SECTION (WS-SECTION-COUNT).
           MOVE SS-SEATS TO SC-SEATS (WS-SECTION-COUNT).

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (K=KEEP-APART/TOGETHER PAIR, X=REMOVE A "
               "PAIR, L=LIST A PROPOSAL, M=MOVE A STUDENT, "
               "A=APPROVE A CLASS)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "K"
                   PERFORM 200-KEEP-PAIR
               WHEN "X"
                   PERFORM 250-REMOVE-PAIR
               WHEN "L"
                   PERFORM 300-LIST-PROPOSAL
               WHEN "M"
                   PERFORM 400-MOVE-STUDENT
               WHEN "A"
                   PERFORM 500-APPROVE-CLASS
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> Both students must be on file; the pair is keyed lower id
      *> first whichever way round it was typed, and keying it again
      *> changes the rule.
       200-KEEP-PAIR.
           PERFORM 210-ACCEPT-PAIR.
           IF WS-STUDENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RULE.
           PERFORM 220-ACCEPT-RULE
               UNTIL WS-RULE = "A" OR WS-RULE = "T".
           READ SECTION-PAIR-FILE
               INVALID KEY
                   MOVE WS-RULE TO SP-RULE
                   MOVE WS-USER-ID TO SP-ENTERED-BY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SP-ENTERED-DATE
                   WRITE SECTION-PAIR-RECORD
               NOT INVALID KEY
                   MOVE WS-RULE TO SP-RULE
                   MOVE WS-USER-ID TO SP-ENTERED-BY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SP-ENTERED-DATE
                   REWRITE SECTION-PAIR-RECORD
           END-READ.
           IF SECTION-PAIR-STATUS NOT = "00"
               DISPLAY "PAIR NOT SAVED, STATUS " SECTION-PAIR-STATUS
           ELSE
               DISPLAY "PAIR " SP-STUDENT-A " / " SP-STUDENT-B
                   " SAVED, RULE " SP-RULE
           END-IF.

      *> Leaves the pair's key in SP-PAIR-KEY, or WS-STUDENT-ID
      *> blank when the pair is no good.
       210-ACCEPT-PAIR.
           DISPLAY "FIRST STUDENT ID".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:8) TO WS-STUDENT-ID.
           DISPLAY "SECOND STUDENT ID".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:8) TO WS-OTHER-ID.
           IF WS-STUDENT-ID = WS-OTHER-ID
               DISPLAY "A PAIR NEEDS TWO DIFFERENT STUDENTS"
               MOVE SPACES TO WS-STUDENT-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDENT NOT ON FILE: " WS-STUDENT-ID
                   MOVE SPACES TO WS-STUDENT-ID
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-OTHER-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDENT NOT ON FILE: " WS-OTHER-ID
                   MOVE SPACES TO WS-STUDENT-ID
                   EXIT PARAGRAPH
           END-READ.
           IF WS-STUDENT-ID < WS-OTHER-ID
               MOVE WS-STUDENT-ID TO SP-STUDENT-A
               MOVE WS-OTHER-ID TO SP-STUDENT-B
           ELSE
               MOVE WS-OTHER-ID TO SP-STUDENT-A
               MOVE WS-STUDENT-ID TO SP-STUDENT-B
           END-IF.

       220-ACCEPT-RULE.
           DISPLAY "RULE (A=KEEP APART, T=KEEP TOGETHER)".
           ACCEPT WS-RULE.

       250-REMOVE-PAIR.
           PERFORM 210-ACCEPT-PAIR.
           IF WS-STUDENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           DELETE SECTION-PAIR-FILE
               INVALID KEY
                   DISPLAY "NO PAIR ON FILE FOR THOSE TWO"
               NOT INVALID KEY
                   DISPLAY "PAIR REMOVED"
           END-DELETE.

       300-LIST-PROPOSAL.
           PERFORM 050-ACCEPT-CLASS.
           IF WS-SECTION-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "========= CLASS " WS-DESK-CLASS
               " PROPOSED SECTIONS =========".
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-SECTION-COUNT
               PERFORM 310-LIST-ONE-SECTION
           END-PERFORM.

       310-LIST-ONE-SECTION.
           MOVE ZERO TO WS-LIST-COUNT WS-LIST-BOYS WS-LIST-GIRLS
               WS-LIST-SUM WS-LIST-AVERAGE.
           DISPLAY " ".
           DISPLAY "SECTION " SC-SECTION (WS-SC)
               " (" SC-SEATS (WS-SC) " SEATS)".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SX-STUDENT-ID.
           START SECTION-PROPOSAL-FILE KEY NOT < SX-STUDENT-ID
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 320-LIST-ONE-STUDENT UNTIL ENDOFINPUT.
           IF WS-LIST-COUNT > ZERO
               COMPUTE WS-LIST-AVERAGE ROUNDED =
                   WS-LIST-SUM / WS-LIST-COUNT
           END-IF.
           DISPLAY "  STUDENTS " WS-LIST-COUNT "  BOYS " WS-LIST-BOYS
               "  GIRLS " WS-LIST-GIRLS "  AVERAGE " WS-LIST-AVERAGE.
           IF WS-LIST-COUNT > SC-SEATS (WS-SC)
               DISPLAY "  ** OVER THE SECTION'S SEATS **"
           END-IF.

       320-LIST-ONE-STUDENT.
           READ SECTION-PROPOSAL-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SX-CLASS-NO NOT = WS-DESK-CLASS
               OR SX-NEW-SECTION NOT = SC-SECTION (WS-SC)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           ADD SX-AVERAGE TO WS-LIST-SUM.
           IF SX-GENDER = "M"
               ADD 1 TO WS-LIST-BOYS
           END-IF.
           IF SX-GENDER = "F"
               ADD 1 TO WS-LIST-GIRLS
           END-IF.
           MOVE SX-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
           END-READ.
           DISPLAY "  " SX-STUDENT-ID " " SM-STUDENT-NAME " "
               SX-GENDER " " SX-AVERAGE " FROM " SX-OLD-SECTION
               " " SX-NOTE " " SX-ADJUSTED-BY.

      *> A hand move is checked against every pair the student is in
      *> and the new section's seats; any break is shown and the
      *> move only goes through on a yes.
       400-MOVE-STUDENT.
           DISPLAY "STUDENT ID".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:8) TO WS-STUDENT-ID.
           MOVE WS-STUDENT-ID TO SX-STUDENT-ID.
           READ SECTION-PROPOSAL-FILE
               INVALID KEY
                   DISPLAY "NOT IN ANY PROPOSAL: " WS-STUDENT-ID
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "PROPOSED FOR " SX-NEW-SECTION " (CLASS "
               SX-CLASS-NO ", FROM " SX-OLD-SECTION ")".
           MOVE SX-CLASS-NO TO WS-DESK-CLASS.
           MOVE SX-NEW-SECTION TO WS-OLD-SECTION.
           MOVE SECTION-PROPOSAL-RECORD TO WS-HOLD-PROPOSAL.
           PERFORM 060-LOAD-SECTIONS.
           DISPLAY "MOVE TO SECTION".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:4) TO WS-NEW-SECTION.
           MOVE ZERO TO WS-FOUND-SC.
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-SECTION-COUNT
               IF SC-SECTION (WS-SC) = WS-NEW-SECTION
                   MOVE WS-SC TO WS-FOUND-SC
               END-IF
           END-PERFORM.
           IF WS-FOUND-SC = ZERO
               DISPLAY WS-NEW-SECTION " IS NOT A SECTION OF CLASS "
                   WS-DESK-CLASS " ON SECTSEAT.DAT"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-SECTION = WS-OLD-SECTION
               DISPLAY "ALREADY PROPOSED FOR " WS-NEW-SECTION
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-WARN-COUNT.
           MOVE SPACES TO WS-WARN-NOTE.
           PERFORM 410-CHECK-PAIRS.
           PERFORM 430-CHECK-SEATS.
           IF WS-WARN-COUNT > ZERO
               DISPLAY "MOVE ANYWAY? (Y/N)"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "NOT MOVED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-HOLD-PROPOSAL TO SECTION-PROPOSAL-RECORD.
           MOVE WS-NEW-SECTION TO SX-NEW-SECTION.
           MOVE WS-USER-ID TO SX-ADJUSTED-BY.
           MOVE WS-WARN-NOTE TO SX-NOTE.
           REWRITE SECTION-PROPOSAL-RECORD
               INVALID KEY
                   DISPLAY "MOVE NOT SAVED, STATUS "
                       SECTION-PROPOSAL-STATUS
               NOT INVALID KEY
                   DISPLAY WS-STUDENT-ID " NOW PROPOSED FOR "
                       WS-NEW-SECTION
           END-REWRITE.

       410-CHECK-PAIRS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SP-PAIR-KEY.
           START SECTION-PAIR-FILE KEY NOT < SP-PAIR-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 420-CHECK-ONE-PAIR UNTIL ENDOFINPUT.

       420-CHECK-ONE-PAIR.
           READ SECTION-PAIR-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE WS-STUDENT-ID
               WHEN SP-STUDENT-A
                   MOVE SP-STUDENT-B TO WS-OTHER-ID
               WHEN SP-STUDENT-B
                   MOVE SP-STUDENT-A TO WS-OTHER-ID
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-OTHER-ID TO SX-STUDENT-ID.
           READ SECTION-PROPOSAL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SX-CLASS-NO NOT = WS-DESK-CLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE SX-NEW-SECTION TO WS-OTHER-SECTION.
           IF SP-RULE = "A" AND WS-OTHER-SECTION = WS-NEW-SECTION
               ADD 1 TO WS-WARN-COUNT
               MOVE "KEEP-APART NOT MET" TO WS-WARN-NOTE
               DISPLAY "TO BE KEPT APART FROM " WS-OTHER-ID
                   ", WHO IS IN " WS-OTHER-SECTION
           END-IF.
           IF SP-RULE = "T" AND WS-OTHER-SECTION NOT = WS-NEW-SECTION
               ADD 1 TO WS-WARN-COUNT
               MOVE "KEEP-TOGETHER BROKEN" TO WS-WARN-NOTE
               DISPLAY "TO BE KEPT WITH " WS-OTHER-ID
                   ", WHO STAYS IN " WS-OTHER-SECTION
           END-IF.

       430-CHECK-SEATS.
           MOVE WS-FOUND-SC TO WS-SC.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SX-STUDENT-ID.
           START SECTION-PROPOSAL-FILE KEY NOT < SX-STUDENT-ID
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 440-COUNT-ONE-PROPOSAL UNTIL ENDOFINPUT.
           IF WS-LIST-COUNT NOT < SC-SEATS (WS-SC)
               ADD 1 TO WS-WARN-COUNT
               IF WS-WARN-NOTE = SPACES
                   MOVE "OVER SECTION SEATS" TO WS-WARN-NOTE
               END-IF
               DISPLAY WS-NEW-SECTION " ALREADY HAS " WS-LIST-COUNT
                   " FOR " SC-SEATS (WS-SC) " SEATS"
           END-IF.

       440-COUNT-ONE-PROPOSAL.
           READ SECTION-PROPOSAL-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SX-CLASS-NO = WS-DESK-CLASS
               AND SX-NEW-SECTION = WS-NEW-SECTION
               ADD 1 TO WS-LIST-COUNT
           END-IF.

      *> One approved pass: every proposed section of the class goes
      *> onto the student master, an audit row for each change, and
      *> the proposal row is cleared. Students who have left since
      *> the run are cleared without being touched.
       500-APPROVE-CLASS.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER - CANNOT APPROVE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLASS TO APPROVE (E.G. 6)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-DESK-CLASS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           PERFORM 510-PRINCIPAL-APPROVAL.
           IF WS-HEAD-OK NOT = "Y"
               DISPLAY "NOT APPROVED"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-APPLY-COUNT.
           MOVE ZERO TO WS-CHANGED-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SX-STUDENT-ID.
           START SECTION-PROPOSAL-FILE KEY NOT < SX-STUDENT-ID
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 520-APPLY-ONE-PROPOSAL UNTIL ENDOFINPUT.
           IF WS-APPLY-COUNT = ZERO
               DISPLAY "NO PROPOSAL ON FILE FOR CLASS " WS-DESK-CLASS
                   " - RUN SECTION-ALLOCATION-RUN FIRST"
           ELSE
               DISPLAY "CLASS " WS-DESK-CLASS " APPROVED: "
                   WS-APPLY-COUNT " STUDENTS, " WS-CHANGED-COUNT
                   " SECTIONS CHANGED"
           END-IF.

       510-PRINCIPAL-APPROVAL.
           MOVE "N" TO WS-HEAD-OK.
           DISPLAY "PRINCIPAL'S ID".
           ACCEPT WS-HEAD-ID.
           DISPLAY "PRINCIPAL'S SECRET CODE".
           ACCEPT WS-HEAD-SECRET.
           MOVE WS-HEAD-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "NOT ON THE USER LIST"
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-HEAD-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-HEAD-OK
                       DISPLAY "APPROVED BY " UR-NAME
                   ELSE
                       DISPLAY "NOT THE PRINCIPAL, DISABLED OR WRONG "
                           "SECRET CODE"
                   END-IF
           END-READ.

       520-APPLY-ONE-PROPOSAL.
           READ SECTION-PROPOSAL-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF SX-CLASS-NO NOT = WS-DESK-CLASS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-APPLY-COUNT.
           MOVE SX-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "X" TO SM-STATUS
           END-READ.
           IF (SM-STATUS = SPACES OR SM-STATUS = "A")
               AND SM-CLASS-SECTION NOT = SX-NEW-SECTION
               MOVE SM-CLASS-SECTION TO WS-OLD-SECTION
               MOVE SX-NEW-SECTION TO SM-CLASS-SECTION
               REWRITE STUDENT-MASTER-RECORD
               PERFORM 530-AUDIT-SECTION-CHANGE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
           DELETE SECTION-PROPOSAL-FILE.

      *> Same who/when/old/new trail CLASS-PROMOTION-RUN writes, in
      *> the approving principal's name.
       530-AUDIT-SECTION-CHANGE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-HEAD-ID TO AL-USER-ID.
           MOVE "STUDNT" TO AL-RECORD-TYPE.
           MOVE SM-STUDENT-ID TO AL-KEY-VALUE.
           MOVE "CLASS-SECTION" TO AL-FIELD-NAME.
           MOVE WS-OLD-SECTION TO AL-OLD-VALUE.
           MOVE SM-CLASS-SECTION TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM SECTION-ALLOCATION-DESK.
