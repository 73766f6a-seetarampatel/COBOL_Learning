      ******************************************************************
      * Author:
      * Date:
      * Purpose: The principal's desk for sections the marks
      *          completeness run has held. L lists a term's
      *          MARKSCHK.DAT rows - what is still missing per
      *          section and whether it is signed off; S signs a held
      *          section off so REPORT-CARD-RUN and BOARD-RESULTS-
      *          EXPORT let it through with the gaps it has today.
      *          Signing needs the principal's secret code (UR-ROLE
      *          "M" on USERROLE.DAT) and leaves an audit row in the
      *          principal's name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKS-SIGNOFF-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKS-STATUS-FILE
               ASSIGN TO "MARKSCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-STATUS-KEY
               FILE STATUS IS MARKS-STATUS-STATUS.

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
       FD  MARKS-STATUS-FILE.
           COPY "MARKS-STATUS.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  MARKS-STATUS-STATUS    PIC X(2).
       01  USER-ROLE-STATUS       PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".
       01  WS-CONFIRM             PIC X(1).

       01  WS-DESK-TERM           PIC X(5).
       01  WS-DESK-SECTION        PIC X(4).
       01  WS-HEAD-ID             PIC X(8).
       01  WS-HEAD-SECRET         PIC X(4).
       01  WS-HEAD-OK             PIC X(1).
       01  WS-OUTSTANDING         PIC 9(5).
       01  WS-LIST-COUNT          PIC 9(3).
       01  WS-VERDICT             PIC X(17).

           COPY "KEY-NORMALIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MARKS SIGN-OFF DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O MARKS-STATUS-FILE.
           IF MARKS-STATUS-STATUS = "35"
               OPEN OUTPUT MARKS-STATUS-FILE
               CLOSE MARKS-STATUS-FILE
               OPEN I-O MARKS-STATUS-FILE
           END-IF.

           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER - SECTIONS CANNOT BE "
                   "SIGNED OFF THIS SESSION"
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE MARKS-STATUS-FILE.
           IF USER-ROLE-STATUS = "00"
               CLOSE USER-ROLE-FILE
           END-IF.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       050-ACCEPT-TERM.
           DISPLAY "TERM (E.G. 26T1)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-DESK-TERM.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (L=LIST A TERM'S SECTIONS, S=SIGN OFF A "
               "SECTION)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM 200-LIST-TERM
               WHEN "S"
                   PERFORM 300-SIGN-OFF-SECTION
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.
           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

       200-LIST-TERM.
           PERFORM 050-ACCEPT-TERM.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO MK-STATUS-KEY.
           START MARKS-STATUS-FILE KEY NOT < MK-STATUS-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 210-LIST-ONE-SECTION UNTIL ENDOFINPUT.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO SECTIONS CHECKED FOR " WS-DESK-TERM
                   " - RUN MARKS-COMPLETENESS-RUN FIRST"
           END-IF.

       210-LIST-ONE-SECTION.
           READ MARKS-STATUS-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF MK-TERM-CODE NOT = WS-DESK-TERM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 220-SET-VERDICT.
           DISPLAY MK-CLASS-SECTION " CHECKED " MK-CHECKED-DATE
               " NO MARK " MK-MISSING-MARKS
               " COMPONENTS " MK-MISSING-COMPS
               " PENDING " MK-PENDING " " WS-VERDICT.
           IF MK-SIGNED-BY NOT = SPACES
               DISPLAY "     SIGNED BY " MK-SIGNED-BY " ON "
                   MK-SIGNED-DATE " FOR " MK-SIGNED-OUTSTANDING
                   " OUTSTANDING"
           END-IF.

       220-SET-VERDICT.
           COMPUTE WS-OUTSTANDING = MK-MISSING-MARKS
               + MK-MISSING-COMPS + MK-PENDING.
           EVALUATE TRUE
               WHEN WS-OUTSTANDING = ZERO
                   MOVE "COMPLETE" TO WS-VERDICT
               WHEN MK-SIGNED-BY NOT = SPACES
                   AND WS-OUTSTANDING NOT > MK-SIGNED-OUTSTANDING
                   MOVE "SIGNED OFF" TO WS-VERDICT
               WHEN OTHER
                   MOVE "HELD - INCOMPLETE" TO WS-VERDICT
           END-EVALUATE.

      *> Signing off takes the section as the last completeness run
      *> saw it - the outstanding count is what the principal
      *> accepted, and more gaps later lapse the sign-off.
       300-SIGN-OFF-SECTION.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER - CANNOT SIGN OFF"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 050-ACCEPT-TERM.
           DISPLAY "SECTION (E.G. 10A)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD TO WS-DESK-SECTION.
           MOVE WS-DESK-SECTION TO MK-CLASS-SECTION.
           MOVE WS-DESK-TERM TO MK-TERM-CODE.
           READ MARKS-STATUS-FILE
               INVALID KEY
                   DISPLAY "SECTION NOT CHECKED FOR THAT TERM - RUN "
                       "MARKS-COMPLETENESS-RUN FIRST"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 220-SET-VERDICT.
           IF WS-VERDICT NOT = "HELD - INCOMPLETE"
               DISPLAY "SECTION IS " WS-VERDICT
                   " - NOTHING TO SIGN OFF"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "STILL MISSING: " MK-MISSING-MARKS " MARKS, "
               MK-MISSING-COMPS " COMPONENTS, " MK-PENDING
               " CORRECTIONS UNAPPROVED".
           DISPLAY "RELEASE THE SECTION WITH THESE GAPS? (Y/N)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOT SIGNED OFF"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 310-PRINCIPAL-APPROVAL.
           IF WS-HEAD-OK NOT = "Y"
               DISPLAY "NOT SIGNED OFF"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HEAD-ID TO MK-SIGNED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MK-SIGNED-DATE.
           MOVE WS-OUTSTANDING TO MK-SIGNED-OUTSTANDING.
           REWRITE MARKS-STATUS-RECORD.
           PERFORM 320-AUDIT-SIGN-OFF.
           DISPLAY "SECTION " WS-DESK-SECTION " SIGNED OFF FOR "
               WS-DESK-TERM.

       310-PRINCIPAL-APPROVAL.
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

       320-AUDIT-SIGN-OFF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-HEAD-ID TO AL-USER-ID.
           MOVE "MKSIGN" TO AL-RECORD-TYPE.
           MOVE MK-STATUS-KEY TO AL-KEY-VALUE.
           MOVE "SIGNED-OFF" TO AL-FIELD-NAME.
           MOVE "HELD" TO AL-OLD-VALUE.
           MOVE MK-SIGNED-OUTSTANDING TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "KEY-NORMALIZE-LOGIC.CPY".

       END PROGRAM MARKS-SIGNOFF-DESK.
