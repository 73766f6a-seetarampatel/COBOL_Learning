      *          or reject it. Only approval applies the REWRITE to
      *          MARKS.DAT and writes the AUDIT-LOG rows naming both
      *          the requester and the approver; a requester cannot
      *          approve their own change. A change REEVAL-DESK raised
      *          from a re-mark also settles the re-evaluation
      *          request on REEVAL.DAT: approved, the mark is changed
      *          and the fee is refunded to FEELEDGR.DAT when the new
      *          mark is higher; rejected, the original mark stands.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS FI-MARKS-KEY
               FILE STATUS IS MASTER-STATUS.

           SELECT REEVAL-FILE
               ASSIGN TO "REEVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REQUEST-KEY
               FILE STATUS IS REEVAL-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  MARKS-MASTER.
           COPY "SUBJECT-MARKS.CPY".

       FD  REEVAL-FILE.
           COPY "REEVAL-REQUEST.CPY".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       01  PENDING-STATUS     PIC X(2).
       01  MASTER-STATUS      PIC X(2).
       01  AUDIT-LOG-STATUS   PIC X(2).
       01  REEVAL-STATUS      PIC X(2).
       01  FEE-LEDGER-STATUS  PIC X(2).
       01  WS-TODAY           PIC X(8).
       01  WS-USER-ID         PIC X(8).
       01  WS-DECISION        PIC X(1).
       01  WS-PENDING-EOF     PIC X(1).
           DISPLAY "MARKS CORRECTION APPROVAL".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 100-LOAD-PENDING-TABLE.
           IF WS-PENDING-COUNT = ZERO
               OPEN OUTPUT AUDIT-LOG
           END-IF.

      *> Only there once the re-evaluation desk has been used.
           OPEN I-O REEVAL-FILE.

           PERFORM 200-REVIEW-ONE-CHANGE
               VARYING PE-IDX FROM 1 BY 1
               UNTIL PE-IDX > WS-PENDING-COUNT.

           CLOSE MARKS-MASTER.
           CLOSE AUDIT-LOG.
           IF REEVAL-STATUS = "00"
               CLOSE REEVAL-FILE
           END-IF.

           PERFORM 800-REWRITE-PENDING-FILE.

               WHEN OTHER
                   DISPLAY "SKIPPED - STAYS PENDING"
           END-EVALUATE.
           IF PE-STATUS (PE-IDX) NOT = "P"
               PERFORM 350-SETTLE-REEVAL
           END-IF.

       300-APPLY-APPROVED-CHANGE.
           MOVE PE-STUDENT-ID (PE-IDX) TO FI-STUDENT-ID.
           DISPLAY "APPROVED AND APPLIED - MASTER NOW CARRIES "
               FI-MARKS.

      *> A re-mark's correction decides the re-evaluation request it
      *> came from; whatever way it went, the result letter is then
      *> ready for REEVAL-DESK to print.
       350-SETTLE-REEVAL.
           IF PE-REASON (PE-IDX) NOT = "RE-EVALUATION"
               OR REEVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE PE-STUDENT-ID (PE-IDX) TO RV-STUDENT-ID.
           MOVE PE-SUBJECT (PE-IDX) TO RV-SUBJECT.
           MOVE PE-TERM-CODE (PE-IDX) TO RV-TERM-CODE.
           READ REEVAL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF RV-STATUS NOT = "P"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-USER-ID TO RV-DECIDED-BY.
           MOVE WS-TODAY TO RV-OUTCOME-DATE.
           IF PE-STATUS (PE-IDX) = "A"
               MOVE "C" TO RV-STATUS
               MOVE PE-NEW-MARKS (PE-IDX) TO RV-REVISED-MARKS
               IF RV-REVISED-MARKS > RV-ORIGINAL-MARKS
                   AND RV-FEE-AMOUNT > ZERO
                   PERFORM 360-REFUND-REEVAL-FEE
               END-IF
           ELSE
               MOVE "U" TO RV-STATUS
           END-IF.
           REWRITE REEVAL-REQUEST-RECORD.
           DISPLAY "RE-EVALUATION REQUEST SETTLED - RESULT LETTER "
               "READY ON REEVAL-DESK".

       360-REFUND-REEVAL-FEE.
           OPEN EXTEND FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS = "05" OR FEE-LEDGER-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER-FILE
           END-IF.
           MOVE SPACES TO FEE-LEDGER-RECORD.
           MOVE RV-STUDENT-ID TO FL-STUDENT-ID.
           MOVE RV-TERM-CODE TO FL-TERM-CODE.
           MOVE "R" TO FL-TYPE.
           MOVE "RE-EVAL REFUND" TO FL-DESCRIPTION.
           MOVE RV-FEE-AMOUNT TO FL-AMOUNT.
           MOVE WS-TODAY TO FL-DATE.
           MOVE WS-USER-ID TO FL-ENTERED-BY.
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEE-LEDGER-FILE.
           MOVE "Y" TO RV-REFUNDED.
           DISPLAY "MARK WENT UP - RE-EVALUATION FEE REFUNDED".

      *> Decided rows are kept on the file with their status and
      *> decider, so the trail of who asked and who ruled survives
      *> alongside the audit log.
