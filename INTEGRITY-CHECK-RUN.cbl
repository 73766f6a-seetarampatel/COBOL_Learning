      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly cross-file integrity run. Each maintenance
      *          program keeps its own file straight; this checks the
      *          files against each other - every child row whose
      *          parent key is not on the parent file, rule by rule:
      *            01 SALESLOG.DAT item codes not on ITEMMSTR.DAT
      *               (blank ad hoc item codes are allowed)
      *            02 PORDER.DAT lines for suppliers not on
      *               SUPPLIER.DAT
      *            03 PORDER.DAT lines for items not on ITEMMSTR.DAT
      *            04 SUPITEM.DAT costs for suppliers not on
      *               SUPPLIER.DAT
      *            05 SUPITEM.DAT costs for items not on ITEMMSTR.DAT
      *            06 BARCODE.DAT barcodes on items missing from
      *               ITEMMSTR.DAT or deleted there (status X)
      *            07 ITEMMSTR.DAT departments not on DEPT.DAT
      *            08 ITEMMSTR.DAT suppliers not on SUPPLIER.DAT
      *            09 LOYALTY.DAT phones not on CONTACTS.DAT
      *            10 MARKS.DAT students not on STUDENTMSTR.DAT
      *            11 MARKS.DAT subjects not on COURSEMSTR.DAT /
      *               SUBJECTCODE.DAT
      *            12 TEACHASG.DAT subjects not on COURSEMSTR.DAT /
      *               SUBJECTCODE.DAT
      *            13 TEACHASG.DAT teachers not on TEACHERS.DAT
      *            14 GUARDIAN.DAT guardians of students not on
      *               STUDENTMSTR.DAT
      *            15 ATTEND.DAT students not on STUDENTMSTR.DAT
      *            16 ENROLL.DAT students not on STUDENTMSTR.DAT
      *            17 FEELEDGR.DAT students not on STUDENTMSTR.DAT
      *          Subjects match on their first three letters, the
      *          way the course and subject-code files name them.
      *          Each rule prints rows checked, orphans found and the
      *          first five orphan keys, so they can be put right
      *          before a month-end report trips over them. A rule
      *          whose files cannot be opened prints as not checked.
      *          Returns 4 when any orphan is found. Nothing is
      *          changed on any file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT SUPPLIER-MASTER
               ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS SUPPLIER-MASTER-STATUS.

           SELECT CONTACT-MASTER
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PHONE
               FILE STATUS IS CONTACT-MASTER-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO "STUDENTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT TEACHER-MASTER
               ASSIGN TO "TEACHERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TEACHER-ID
               FILE STATUS IS TEACHER-MASTER-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPARTMENT-FILE-STATUS.

           SELECT COURSE-MASTER-FILE
               ASSIGN TO "COURSEMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT SUBJECT-CODE-FILE
               ASSIGN TO "SUBJECTCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-CODE-STATUS.

           SELECT SALES-LOG
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO "PORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PURCHASE-ORDER-STATUS.

           SELECT SUPPLIER-ITEM-FILE
               ASSIGN TO "SUPITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS SUPPLIER-ITEM-STATUS.

           SELECT BARCODE-XREF
               ASSIGN TO "BARCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-BARCODE
               FILE STATUS IS BARCODE-XREF-STATUS.

           SELECT LOYALTY-LOG
               ASSIGN TO "LOYALTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOYALTY-LOG-STATUS.

           SELECT MARKS-MASTER
               ASSIGN TO "MARKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-MARKS-KEY
               FILE STATUS IS MARKS-MASTER-STATUS.

           SELECT TEACHER-ASSIGNMENT-FILE
               ASSIGN TO "TEACHASG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ASSIGN-KEY
               FILE STATUS IS TEACHER-ASSIGN-STATUS.

           SELECT GUARDIAN-FILE
               ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-STUDENT-ID
               FILE STATUS IS GUARDIAN-FILE-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDANCE-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS ENROLLMENT-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  SUPPLIER-MASTER.
           COPY "SUPPLIER-MASTER.CPY".

       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  STUDENT-MASTER.
           COPY "STUDENT-MASTER.CPY".

       FD  TEACHER-MASTER.
           COPY "TEACHER-MASTER.CPY".

       FD  DEPARTMENT-FILE.
           COPY "DEPARTMENT-MASTER.CPY".

       FD  COURSE-MASTER-FILE.
           COPY "COURSE-MASTER.CPY".

       FD  SUBJECT-CODE-FILE.
           COPY "SUBJECT-CODE-MASTER.CPY".

       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER.CPY".

       FD  SUPPLIER-ITEM-FILE.
           COPY "SUPPLIER-ITEM.CPY".

       FD  BARCODE-XREF.
           COPY "BARCODE-XREF.CPY".

       FD  LOYALTY-LOG.
           COPY "LOYALTY-LOG.CPY".

       FD  MARKS-MASTER.
           COPY "SUBJECT-MARKS.CPY".

       FD  TEACHER-ASSIGNMENT-FILE.
           COPY "TEACHER-ASSIGNMENT.CPY".

       FD  GUARDIAN-FILE.
           COPY "GUARDIAN.CPY".

       FD  ATTENDANCE-FILE.
           COPY "ATTENDANCE.CPY".

       FD  ENROLLMENT-FILE.
           COPY "ENROLLMENT.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SUPPLIER-MASTER-STATUS PIC X(2).
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  STUDENT-MASTER-STATUS  PIC X(2).
       01  TEACHER-MASTER-STATUS  PIC X(2).
       01  DEPARTMENT-FILE-STATUS PIC X(2).
       01  COURSE-MASTER-STATUS   PIC X(2).
       01  SUBJECT-CODE-STATUS    PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).
       01  PURCHASE-ORDER-STATUS  PIC X(2).
       01  SUPPLIER-ITEM-STATUS   PIC X(2).
       01  BARCODE-XREF-STATUS    PIC X(2).
       01  LOYALTY-LOG-STATUS     PIC X(2).
       01  MARKS-MASTER-STATUS    PIC X(2).
       01  TEACHER-ASSIGN-STATUS  PIC X(2).
       01  GUARDIAN-FILE-STATUS   PIC X(2).
       01  ATTENDANCE-STATUS      PIC X(2).
       01  ENROLLMENT-STATUS      PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  WS-EOF                 PIC X(1).

      *> Parent files open for lookup - "Y" once opened.
       01  WS-HAVE-ITEMS          PIC X(1).
       01  WS-HAVE-SUPPLIERS      PIC X(1).
       01  WS-HAVE-CONTACTS       PIC X(1).
       01  WS-HAVE-STUDENTS       PIC X(1).
       01  WS-HAVE-TEACHERS       PIC X(1).
       01  WS-HAVE-DEPTS          PIC X(1).
       01  WS-HAVE-SUBJECTS       PIC X(1).

       01  WS-RULE-TEXT-DATA.
           05 FILLER PIC X(48) VALUE
              "SALESLOG ITEM CODES NOT ON ITEMMSTR".
           05 FILLER PIC X(48) VALUE
              "PORDER LINES - SUPPLIER NOT ON SUPPLIER".
           05 FILLER PIC X(48) VALUE
              "PORDER LINES - ITEM NOT ON ITEMMSTR".
           05 FILLER PIC X(48) VALUE
              "SUPITEM COSTS - SUPPLIER NOT ON SUPPLIER".
           05 FILLER PIC X(48) VALUE
              "SUPITEM COSTS - ITEM NOT ON ITEMMSTR".
           05 FILLER PIC X(48) VALUE
              "BARCODES ON MISSING OR DELETED ITEMS".
           05 FILLER PIC X(48) VALUE
              "ITEMMSTR DEPARTMENTS NOT ON DEPT".
           05 FILLER PIC X(48) VALUE
              "ITEMMSTR SUPPLIERS NOT ON SUPPLIER".
           05 FILLER PIC X(48) VALUE
              "LOYALTY PHONES NOT ON CONTACTS".
           05 FILLER PIC X(48) VALUE
              "MARKS - STUDENT NOT ON STUDENTMSTR".
           05 FILLER PIC X(48) VALUE
              "MARKS - SUBJECT NOT ON COURSEMSTR/SUBJECTCODE".
           05 FILLER PIC X(48) VALUE
              "TEACHASG - SUBJECT NOT ON COURSEMSTR/SUBJECTCODE".
           05 FILLER PIC X(48) VALUE
              "TEACHASG - TEACHER NOT ON TEACHERS".
           05 FILLER PIC X(48) VALUE
              "GUARDIANS OF STUDENTS NOT ON STUDENTMSTR".
           05 FILLER PIC X(48) VALUE
              "ATTEND - STUDENT NOT ON STUDENTMSTR".
           05 FILLER PIC X(48) VALUE
              "ENROLL - STUDENT NOT ON STUDENTMSTR".
           05 FILLER PIC X(48) VALUE
              "FEELEDGR - STUDENT NOT ON STUDENTMSTR".
       01  WS-RULE-TEXT-TABLE REDEFINES WS-RULE-TEXT-DATA.
           05 RU-TEXT OCCURS 17 TIMES PIC X(48).

       01  WS-RULE-COUNT          PIC 9(2) VALUE 17.
       01  WS-RULE-TABLE.
           05 RU-ENTRY OCCURS 17 TIMES.
               10 RU-CHECKED-FLAG PIC X(1).
               10 RU-ROWS         PIC 9(7).
               10 RU-ORPHANS      PIC 9(7).
               10 RU-SAMPLE OCCURS 5 TIMES PIC X(24).
       01  RU-IDX                 PIC 9(2).
       01  RS-IDX                 PIC 9(1).
       01  WS-RULE-NO             PIC 9(2).
       01  WS-ORPHAN-KEY          PIC X(24).
       01  WS-TOTAL-ROWS          PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ORPHANS       PIC 9(7) VALUE ZERO.
       01  WS-RULES-FAILED        PIC 9(2) VALUE ZERO.

       01  WS-SUBJECT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-SUBJECT-TABLE.
           05 SJ-SHORT-NAME OCCURS 100 TIMES PIC X(3).
       01  SJ-IDX                 PIC 9(3).
       01  WS-SUBJECT-KNOWN       PIC X(1).
       01  WS-DEPT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 DP-CODE OCCURS 100 TIMES PIC X(2).
       01  DP-IDX                 PIC 9(3).
       01  WS-DEPT-KNOWN          PIC X(1).

           COPY "KEY-NORMALIZE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE ZERO TO WS-TOTAL-ROWS WS-TOTAL-ORPHANS WS-RULES-FAILED.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-RULE-COUNT
               MOVE "N" TO RU-CHECKED-FLAG (RU-IDX)
               MOVE ZERO TO RU-ROWS (RU-IDX) RU-ORPHANS (RU-IDX)
               PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > 5
                   MOVE SPACES TO RU-SAMPLE (RU-IDX, RS-IDX)
               END-PERFORM
           END-PERFORM.

           PERFORM 050-OPEN-PARENTS.

           PERFORM 100-CHECK-SALES-LOG.
           PERFORM 150-CHECK-PURCHASE-ORDERS.
           PERFORM 200-CHECK-SUPPLIER-ITEMS.
           PERFORM 250-CHECK-BARCODES.
           PERFORM 300-CHECK-ITEM-MASTER.
           PERFORM 350-CHECK-LOYALTY.
           PERFORM 400-CHECK-MARKS.
           PERFORM 450-CHECK-TEACHER-ASSIGNMENTS.
           PERFORM 500-CHECK-GUARDIANS.
           PERFORM 550-CHECK-ATTENDANCE.
           PERFORM 600-CHECK-ENROLLMENTS.
           PERFORM 650-CHECK-FEE-LEDGER.

           PERFORM 080-CLOSE-PARENTS.
           PERFORM 700-PRINT-REPORT.
           IF WS-TOTAL-ORPHANS NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "INTEGRITY-CHECK" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-TOTAL-ROWS TO RL-READ-COUNT.
           MOVE ZERO TO RL-WRITTEN-COUNT.
           MOVE WS-TOTAL-ORPHANS TO RL-REJECT-COUNT.
           MOVE "OK" TO RL-STATUS.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

      *> The indexed parents are read by key as each child row comes
      *> up; the small line-sequential ones (departments, subjects)
      *> are loaded into tables once.
       050-OPEN-PARENTS.
           MOVE "N" TO WS-HAVE-ITEMS WS-HAVE-SUPPLIERS WS-HAVE-CONTACTS
               WS-HAVE-STUDENTS WS-HAVE-TEACHERS WS-HAVE-DEPTS
               WS-HAVE-SUBJECTS.
           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-HAVE-ITEMS
           END-IF.
           OPEN INPUT SUPPLIER-MASTER.
           IF SUPPLIER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-HAVE-SUPPLIERS
           END-IF.
           OPEN INPUT CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-HAVE-CONTACTS
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-HAVE-STUDENTS
           END-IF.
           OPEN INPUT TEACHER-MASTER.
           IF TEACHER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-HAVE-TEACHERS
           END-IF.

           MOVE ZERO TO WS-DEPT-COUNT.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "00"
               MOVE "Y" TO WS-HAVE-DEPTS
               MOVE "N" TO WS-EOF
               PERFORM 055-LOAD-ONE-DEPT UNTIL WS-EOF = "Y"
               CLOSE DEPARTMENT-FILE
           END-IF.

           MOVE ZERO TO WS-SUBJECT-COUNT.
           OPEN INPUT COURSE-MASTER-FILE.
           IF COURSE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-HAVE-SUBJECTS
               MOVE "N" TO WS-EOF
               PERFORM 060-LOAD-ONE-COURSE UNTIL WS-EOF = "Y"
               CLOSE COURSE-MASTER-FILE
           END-IF.
           OPEN INPUT SUBJECT-CODE-FILE.
           IF SUBJECT-CODE-STATUS = "00"
               MOVE "Y" TO WS-HAVE-SUBJECTS
               MOVE "N" TO WS-EOF
               PERFORM 065-LOAD-ONE-SUBJECT-CODE UNTIL WS-EOF = "Y"
               CLOSE SUBJECT-CODE-FILE
           END-IF.

       055-LOAD-ONE-DEPT.
           READ DEPARTMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-DEPT-COUNT TO WS-TB-COUNT.
           MOVE 100 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-DEPT-COUNT
               MOVE DM-DEPT-CODE TO DP-CODE (WS-DEPT-COUNT)
           END-IF.

       060-LOAD-ONE-COURSE.
           READ COURSE-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE CM-SUBJECT-NAME TO WS-NK-FIELD.
           PERFORM 070-ADD-SUBJECT.

       065-LOAD-ONE-SUBJECT-CODE.
           READ SUBJECT-CODE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE SC-SUBJECT-NAME TO WS-NK-FIELD.
           PERFORM 070-ADD-SUBJECT.

       070-ADD-SUBJECT.
           PERFORM 075-CHECK-SUBJECT.
           IF WS-SUBJECT-KNOWN = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJECT-COUNT TO WS-TB-COUNT.
           MOVE 100 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO WS-SUBJECT-COUNT
               MOVE WS-NK-FIELD(1:3) TO SJ-SHORT-NAME (WS-SUBJECT-COUNT)
           END-IF.

      *> WS-SUBJECT-KNOWN for the subject in WS-NK-FIELD, matched on
      *> its first three letters.
       075-CHECK-SUBJECT.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE "N" TO WS-SUBJECT-KNOWN.
           PERFORM VARYING SJ-IDX FROM 1 BY 1
                   UNTIL SJ-IDX > WS-SUBJECT-COUNT
               IF SJ-SHORT-NAME (SJ-IDX) = WS-NK-FIELD(1:3)
                   MOVE "Y" TO WS-SUBJECT-KNOWN
               END-IF
           END-PERFORM.

       080-CLOSE-PARENTS.
           IF WS-HAVE-ITEMS = "Y"
               CLOSE ITEM-MASTER
           END-IF.
           IF WS-HAVE-SUPPLIERS = "Y"
               CLOSE SUPPLIER-MASTER
           END-IF.
           IF WS-HAVE-CONTACTS = "Y"
               CLOSE CONTACT-MASTER
           END-IF.
           IF WS-HAVE-STUDENTS = "Y"
               CLOSE STUDENT-MASTER
           END-IF.
           IF WS-HAVE-TEACHERS = "Y"
               CLOSE TEACHER-MASTER
           END-IF.

      *> Rule 01.
       100-CHECK-SALES-LOG.
           IF WS-HAVE-ITEMS = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO RU-CHECKED-FLAG (1).
           MOVE "N" TO WS-EOF.
           PERFORM 110-CHECK-ONE-SALE UNTIL WS-EOF = "Y".
           CLOSE SALES-LOG.

       110-CHECK-ONE-SALE.
           READ SALES-LOG
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF SL-ITEM-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-RULE-NO.
           PERFORM 810-COUNT-ROW.
           MOVE SL-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING SL-RECEIPT-NO "/" SL-ITEM-CODE
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   PERFORM 800-RECORD-ORPHAN
           END-READ.

      *> Rules 02 and 03.
       150-CHECK-PURCHASE-ORDERS.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PURCHASE-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HAVE-SUPPLIERS TO RU-CHECKED-FLAG (2).
           MOVE WS-HAVE-ITEMS TO RU-CHECKED-FLAG (3).
           MOVE "N" TO WS-EOF.
           PERFORM 160-CHECK-ONE-PO-LINE UNTIL WS-EOF = "Y".
           CLOSE PURCHASE-ORDER-FILE.

       160-CHECK-ONE-PO-LINE.
           READ PURCHASE-ORDER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-ORPHAN-KEY.
           STRING PO-NUMBER "/" PO-ITEM-CODE "/" PO-SUPPLIER-CODE
               DELIMITED BY SIZE INTO WS-ORPHAN-KEY.
           IF WS-HAVE-SUPPLIERS = "Y"
               MOVE 2 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               MOVE PO-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
               READ SUPPLIER-MASTER
                   INVALID KEY PERFORM 800-RECORD-ORPHAN
               END-READ
           END-IF.
           IF WS-HAVE-ITEMS = "Y"
               MOVE 3 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               MOVE PO-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY PERFORM 800-RECORD-ORPHAN
               END-READ
           END-IF.

      *> Rules 04 and 05.
       200-CHECK-SUPPLIER-ITEMS.
           OPEN INPUT SUPPLIER-ITEM-FILE.
           IF SUPPLIER-ITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HAVE-SUPPLIERS TO RU-CHECKED-FLAG (4).
           MOVE WS-HAVE-ITEMS TO RU-CHECKED-FLAG (5).
           MOVE "N" TO WS-EOF.
           PERFORM 210-CHECK-ONE-SUPPLIER-ITEM UNTIL WS-EOF = "Y".
           CLOSE SUPPLIER-ITEM-FILE.

       210-CHECK-ONE-SUPPLIER-ITEM.
           READ SUPPLIER-ITEM-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-ORPHAN-KEY.
           STRING CI-ITEM-CODE "/" CI-SUPPLIER-CODE
               DELIMITED BY SIZE INTO WS-ORPHAN-KEY.
           IF WS-HAVE-SUPPLIERS = "Y"
               MOVE 4 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               MOVE CI-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
               READ SUPPLIER-MASTER
                   INVALID KEY PERFORM 800-RECORD-ORPHAN
               END-READ
           END-IF.
           IF WS-HAVE-ITEMS = "Y"
               MOVE 5 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               MOVE CI-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY PERFORM 800-RECORD-ORPHAN
               END-READ
           END-IF.

      *> Rule 06 - a barcode on a deleted-pending item still scans
      *> to a line the register will refuse.
       250-CHECK-BARCODES.
           IF WS-HAVE-ITEMS = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BARCODE-XREF.
           IF BARCODE-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO RU-CHECKED-FLAG (6).
           MOVE 6 TO WS-RULE-NO.
           MOVE "N" TO WS-EOF.
           PERFORM 260-CHECK-ONE-BARCODE UNTIL WS-EOF = "Y".
           CLOSE BARCODE-XREF.

       260-CHECK-ONE-BARCODE.
           READ BARCODE-XREF NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 810-COUNT-ROW.
           MOVE SPACES TO WS-ORPHAN-KEY.
           MOVE BX-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   STRING BX-BARCODE "/" BX-ITEM-CODE
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   PERFORM 800-RECORD-ORPHAN
               NOT INVALID KEY
                   IF IM-ITEM-STATUS = "X"
                       STRING BX-BARCODE "/" BX-ITEM-CODE "(X)"
                           DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       PERFORM 800-RECORD-ORPHAN
                   END-IF
           END-READ.

      *> Rules 07 and 08 - the item master is read through here as a
      *> child; no item lookups are made while it is.
       300-CHECK-ITEM-MASTER.
           IF WS-HAVE-ITEMS = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HAVE-DEPTS TO RU-CHECKED-FLAG (7).
           MOVE WS-HAVE-SUPPLIERS TO RU-CHECKED-FLAG (8).
           MOVE LOW-VALUES TO IM-ITEM-CODE.
           MOVE "N" TO WS-EOF.
           START ITEM-MASTER KEY NOT < IM-ITEM-CODE
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 310-CHECK-ONE-ITEM UNTIL WS-EOF = "Y".

       310-CHECK-ONE-ITEM.
           READ ITEM-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-ORPHAN-KEY.
      *> Spaces means not yet assigned to a department - allowed.
           IF WS-HAVE-DEPTS = "Y"
               MOVE 7 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               IF IM-DEPARTMENT NOT = SPACES
                   MOVE "N" TO WS-DEPT-KNOWN
                   PERFORM VARYING DP-IDX FROM 1 BY 1
                           UNTIL DP-IDX > WS-DEPT-COUNT
                       IF DP-CODE (DP-IDX) = IM-DEPARTMENT
                           MOVE "Y" TO WS-DEPT-KNOWN
                       END-IF
                   END-PERFORM
                   IF WS-DEPT-KNOWN = "N"
                       STRING IM-ITEM-CODE "/" IM-DEPARTMENT
                           DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       PERFORM 800-RECORD-ORPHAN
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-ORPHAN-KEY.
           IF WS-HAVE-SUPPLIERS = "Y"
               MOVE 8 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               IF IM-SUPPLIER-CODE NOT = SPACES
                   MOVE IM-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
                   READ SUPPLIER-MASTER
                       INVALID KEY
                           STRING IM-ITEM-CODE "/" IM-SUPPLIER-CODE
                               DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                           PERFORM 800-RECORD-ORPHAN
                   END-READ
               END-IF
           END-IF.

      *> Rule 09.
       350-CHECK-LOYALTY.
           IF WS-HAVE-CONTACTS = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LOYALTY-LOG.
           IF LOYALTY-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO RU-CHECKED-FLAG (9).
           MOVE 9 TO WS-RULE-NO.
           MOVE "N" TO WS-EOF.
           PERFORM 360-CHECK-ONE-LOYALTY UNTIL WS-EOF = "Y".
           CLOSE LOYALTY-LOG.

       360-CHECK-ONE-LOYALTY.
           READ LOYALTY-LOG
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 810-COUNT-ROW.
           MOVE LY-PHONE TO CM-PHONE.
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING LY-PHONE "/" LY-DATE
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   PERFORM 800-RECORD-ORPHAN
           END-READ.

      *> Rules 10 and 11.
       400-CHECK-MARKS.
           OPEN INPUT MARKS-MASTER.
           IF MARKS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HAVE-STUDENTS TO RU-CHECKED-FLAG (10).
           MOVE WS-HAVE-SUBJECTS TO RU-CHECKED-FLAG (11).
           MOVE "N" TO WS-EOF.
           PERFORM 410-CHECK-ONE-MARK UNTIL WS-EOF = "Y".
           CLOSE MARKS-MASTER.

       410-CHECK-ONE-MARK.
           READ MARKS-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-ORPHAN-KEY.
           STRING FI-STUDENT-ID "/" FI-SUBJECT "/" FI-TERM-CODE
               DELIMITED BY SIZE INTO WS-ORPHAN-KEY.
           IF WS-HAVE-STUDENTS = "Y"
               MOVE 10 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               MOVE FI-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY PERFORM 800-RECORD-ORPHAN
               END-READ
           END-IF.
           IF WS-HAVE-SUBJECTS = "Y"
               MOVE 11 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               MOVE FI-SUBJECT TO WS-NK-FIELD
               PERFORM 075-CHECK-SUBJECT
               IF WS-SUBJECT-KNOWN = "N"
                   PERFORM 800-RECORD-ORPHAN
               END-IF
           END-IF.

      *> Rules 12 and 13.
       450-CHECK-TEACHER-ASSIGNMENTS.
           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           IF TEACHER-ASSIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HAVE-SUBJECTS TO RU-CHECKED-FLAG (12).
           MOVE WS-HAVE-TEACHERS TO RU-CHECKED-FLAG (13).
           MOVE "N" TO WS-EOF.
           PERFORM 460-CHECK-ONE-ASSIGNMENT UNTIL WS-EOF = "Y".
           CLOSE TEACHER-ASSIGNMENT-FILE.

       460-CHECK-ONE-ASSIGNMENT.
           READ TEACHER-ASSIGNMENT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-ORPHAN-KEY.
           STRING TA-SUBJECT "/" TA-CLASS-SECTION "/" TA-TEACHER-ID
               DELIMITED BY SIZE INTO WS-ORPHAN-KEY.
           IF WS-HAVE-SUBJECTS = "Y"
               MOVE 12 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               MOVE TA-SUBJECT TO WS-NK-FIELD
               PERFORM 075-CHECK-SUBJECT
               IF WS-SUBJECT-KNOWN = "N"
                   PERFORM 800-RECORD-ORPHAN
               END-IF
           END-IF.
           IF WS-HAVE-TEACHERS = "Y"
               MOVE 13 TO WS-RULE-NO
               PERFORM 810-COUNT-ROW
               MOVE TA-TEACHER-ID TO TM-TEACHER-ID
               READ TEACHER-MASTER
                   INVALID KEY PERFORM 800-RECORD-ORPHAN
               END-READ
           END-IF.

      *> Rule 14.
       500-CHECK-GUARDIANS.
           IF WS-HAVE-STUDENTS = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT GUARDIAN-FILE.
           IF GUARDIAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO RU-CHECKED-FLAG (14).
           MOVE 14 TO WS-RULE-NO.
           MOVE "N" TO WS-EOF.
           PERFORM 510-CHECK-ONE-GUARDIAN UNTIL WS-EOF = "Y".
           CLOSE GUARDIAN-FILE.

       510-CHECK-ONE-GUARDIAN.
           READ GUARDIAN-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 810-COUNT-ROW.
           MOVE GD-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE GD-STUDENT-ID TO WS-ORPHAN-KEY
                   PERFORM 800-RECORD-ORPHAN
           END-READ.

      *> Rule 15.
       550-CHECK-ATTENDANCE.
           IF WS-HAVE-STUDENTS = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ATTENDANCE-FILE.
           IF ATTENDANCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO RU-CHECKED-FLAG (15).
           MOVE 15 TO WS-RULE-NO.
           MOVE "N" TO WS-EOF.
           PERFORM 560-CHECK-ONE-ATTENDANCE UNTIL WS-EOF = "Y".
           CLOSE ATTENDANCE-FILE.

       560-CHECK-ONE-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 810-COUNT-ROW.
           MOVE AT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING AT-STUDENT-ID "/" AT-SUBJECT
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   PERFORM 800-RECORD-ORPHAN
           END-READ.

      *> Rule 16.
       600-CHECK-ENROLLMENTS.
           IF WS-HAVE-STUDENTS = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO RU-CHECKED-FLAG (16).
           MOVE 16 TO WS-RULE-NO.
           MOVE "N" TO WS-EOF.
           PERFORM 610-CHECK-ONE-ENROLLMENT UNTIL WS-EOF = "Y".
           CLOSE ENROLLMENT-FILE.

       610-CHECK-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 810-COUNT-ROW.
           MOVE EN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING EN-STUDENT-ID "/" EN-SUBJECT "/"
                       EN-TERM-CODE
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   PERFORM 800-RECORD-ORPHAN
           END-READ.

      *> Rule 17.
       650-CHECK-FEE-LEDGER.
           IF WS-HAVE-STUDENTS = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO RU-CHECKED-FLAG (17).
           MOVE 17 TO WS-RULE-NO.
           MOVE "N" TO WS-EOF.
           PERFORM 660-CHECK-ONE-FEE-ROW UNTIL WS-EOF = "Y".
           CLOSE FEE-LEDGER-FILE.

       660-CHECK-ONE-FEE-ROW.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 810-COUNT-ROW.
           MOVE FL-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING FL-STUDENT-ID "/" FL-TERM-CODE "/"
                       FL-DATE
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   PERFORM 800-RECORD-ORPHAN
           END-READ.

       700-PRINT-REPORT.
           DISPLAY "========== WEEKLY CROSS-FILE INTEGRITY ===========".
           DISPLAY "RUN " WS-RL-START-STAMP(1:8).
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-RULE-COUNT
               IF RU-CHECKED-FLAG (RU-IDX) = "Y"
                   DISPLAY "RULE " RU-IDX " " RU-TEXT (RU-IDX)
                       " ROWS " RU-ROWS (RU-IDX)
                       " ORPHANS " RU-ORPHANS (RU-IDX)
                   IF RU-ORPHANS (RU-IDX) NOT = ZERO
                       ADD 1 TO WS-RULES-FAILED
                       DISPLAY "     E.G. " RU-SAMPLE (RU-IDX, 1)
                           " " RU-SAMPLE (RU-IDX, 2)
                           " " RU-SAMPLE (RU-IDX, 3)
                       IF RU-SAMPLE (RU-IDX, 4) NOT = SPACES
                           DISPLAY "          " RU-SAMPLE (RU-IDX, 4)
                               " " RU-SAMPLE (RU-IDX, 5)
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "RULE " RU-IDX " " RU-TEXT (RU-IDX)
                       " NOT CHECKED - FILE UNAVAILABLE"
               END-IF
           END-PERFORM.
           DISPLAY "--------------------------------------------------".
           DISPLAY "ROWS CHECKED: " WS-TOTAL-ROWS
               "  ORPHANS: " WS-TOTAL-ORPHANS
               "  RULES BROKEN: " WS-RULES-FAILED.
           DISPLAY "==================================================".

      *> Counts the orphan in WS-ORPHAN-KEY against rule WS-RULE-NO
      *> and keeps the first five keys as samples.
       800-RECORD-ORPHAN.
           ADD 1 TO RU-ORPHANS (WS-RULE-NO).
           ADD 1 TO WS-TOTAL-ORPHANS.
           IF RU-ORPHANS (WS-RULE-NO) NOT > 5
               MOVE RU-ORPHANS (WS-RULE-NO) TO RS-IDX
               MOVE WS-ORPHAN-KEY TO RU-SAMPLE (WS-RULE-NO, RS-IDX)
           END-IF.

       810-COUNT-ROW.
           ADD 1 TO RU-ROWS (WS-RULE-NO).
           ADD 1 TO WS-TOTAL-ROWS.

           COPY "KEY-NORMALIZE-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM INTEGRITY-CHECK-RUN.
