      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier payment run. Picks every matched (status M)
      *          SUPINV.DAT line that falls due by a keyed date under
      *          its supplier's payment terms (SUPPLIER.DAT), plus any
      *          line whose early-payment discount would lapse before
      *          then, and takes the discount wherever paying today is
      *          still inside the discount days. Prints the proposal
      *          for a manager to approve (UR-ROLE "M" plus secret
      *          code, the PURCHASE-ORDER-APPROVE check); once
      *          approved it takes the next run number, marks each
      *          line paid with it, and spools a payment register
      *          and one remittance advice per supplier so any of
      *          them can be reprinted from SPOOL-VIEWER. Held lines
      *          are never picked - a disputed line does not get paid
      *          by a run any more than by hand. Run-logged like the
      *          other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-PAYMENT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO "SUPINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS SUPPLIER-INVOICE-STATUS.

           SELECT SUPPLIER-MASTER
               ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS SUPPLIER-MASTER-STATUS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-USER-ID
               FILE STATUS IS USER-ROLE-STATUS.

      *> PAY-RUN-COUNTER persists the last payment run number across
      *> runs, same convention as RTV-COUNTER and XFER-COUNTER.
           SELECT PAY-RUN-COUNTER
               ASSIGN TO "PAYRUNNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RUN-COUNTER-STATUS.

           SELECT REPORT-SPOOL
               ASSIGN TO "REPORTS.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT SPOOL-CATALOG
               ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPPLIER-INVOICE.CPY".

       FD  SUPPLIER-MASTER.
           COPY "SUPPLIER-MASTER.CPY".

       FD  USER-ROLE-FILE.
           COPY "USER-ROLE.CPY".

       FD  PAY-RUN-COUNTER.
       01  PRC-RECORD             PIC 9(6).

       FD  REPORT-SPOOL.
           COPY "SPOOL-REPORT.CPY".

       FD  SPOOL-CATALOG.
           COPY "SPOOL-CATALOG.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  SUPPLIER-INVOICE-STATUS PIC X(2).
       01  SUPPLIER-MASTER-STATUS PIC X(2).
      *> A missed terms lookup leaves "23" in the status, so whether
      *> the master opened at all is kept apart from it.
       01  WS-SUPPLIERS-OPEN      PIC X(1) VALUE "N".
       01  USER-ROLE-STATUS       PIC X(2).
       01  PAY-RUN-COUNTER-STATUS PIC X(2).
       01  SPOOL-STATUS           PIC X(2).
       01  CATALOG-STATUS         PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

       01  WS-MANAGER-ID          PIC X(8).
       01  WS-MANAGER-SECRET      PIC X(4).
       01  WS-MANAGER-OK          PIC X(1) VALUE "N".
       01  WS-ANSWER              PIC X(1).

       01  WS-PAY-THROUGH         PIC X(8).
       01  WS-PAY-THROUGH-NUM     PIC 9(8).
       01  WS-PAY-THROUGH-INT     PIC 9(7).
       01  WS-TODAY               PIC X(8).
       01  WS-TODAY-NUM           PIC 9(8).
       01  WS-TODAY-INT           PIC 9(7).
       01  WS-RUN-NO              PIC 9(6) VALUE ZEROES.

      *> The supplier whose terms are loaded - SUPINV.DAT is keyed
      *> supplier-first, so this changes once per supplier.
       01  WS-TERMS-SUPPLIER      PIC X(4) VALUE SPACES.
       01  WS-TERMS-NAME          PIC X(25).
       01  WS-DISC-PCT            PIC 9(2)V9(2).
       01  WS-DISC-DAYS           PIC 9(3).
       01  WS-NET-DAYS            PIC 9(3).

       01  WS-INV-NUM             PIC 9(8).
       01  WS-INV-INT             PIC 9(7).
       01  WS-DUE-INT             PIC 9(7).
       01  WS-DISC-END-INT        PIC 9(7).
       01  WS-DUE-NUM             PIC 9(8).
       01  WS-DISCOUNT            PIC 9(5)V9(2).
       01  WS-SELECT-LINE         PIC X(1).

       01  WS-LINES-READ          PIC 9(7) VALUE ZERO.
       01  WS-BAD-DATE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-PAID-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-MISSED-COUNT        PIC 9(5) VALUE ZERO.

      *> The proposal - every line picked, in SUPINV.DAT key order
      *> (supplier, invoice, item), so supplier breaks fall out.
       01  WS-PAY-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-PAY-LINES.
           05 WS-PAY-ENTRY OCCURS 1000 TIMES INDEXED BY PY-IDX.
               10 PY-SUPPLIER-CODE PIC X(4).
               10 PY-SUPPLIER-NAME PIC X(25).
               10 PY-INVOICE-NO   PIC X(10).
               10 PY-ITEM-CODE    PIC X(6).
               10 PY-INVOICE-DATE PIC X(8).
               10 PY-DUE-DATE     PIC X(8).
               10 PY-GROSS        PIC 9(7)V9(2).
               10 PY-DISCOUNT     PIC 9(5)V9(2).
               10 PY-PAID         PIC X(1).

       01  WS-BREAK-SUPPLIER      PIC X(4).
       01  WS-NET                 PIC S9(9)V9(2).
       01  WS-SUP-GROSS           PIC S9(9)V9(2).
       01  WS-SUP-DISCOUNT        PIC S9(9)V9(2).
       01  WS-SUP-NET             PIC S9(9)V9(2).
       01  WS-RUN-GROSS           PIC S9(9)V9(2) VALUE ZERO.
       01  WS-RUN-DISCOUNT        PIC S9(9)V9(2) VALUE ZERO.
       01  WS-RUN-NET             PIC S9(9)V9(2) VALUE ZERO.
       01  WS-GROSS-ED            PIC Z(7)9.99.
       01  WS-DISCOUNT-ED         PIC Z(7)9.99.
       01  WS-NET-ED              PIC Z(7)9.99.

      *> Spool state - same shape as MONTH-END-PACK's, except that
      *> one run spools several documents (the register and each
      *> remittance), each under its own spool id.
       01  WS-SPOOL-ID            PIC 9(5).
       01  WS-SPOOL-LINE-COUNT    PIC 9(5).
       01  WS-SPOOL-TEXT          PIC X(80).
       01  WS-SPOOL-EOF           PIC X(1).
       01  WS-SPOOL-NAME          PIC X(20).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           DISPLAY "SUPPLIER PAYMENT RUN".

           DISPLAY "PAY LINES FALLING DUE BY (YYYYMMDD)".
           ACCEPT WS-PAY-THROUGH.
           IF WS-PAY-THROUGH NOT NUMERIC
               DISPLAY "NOT A DATE - NOTHING PROPOSED"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-PAY-THROUGH TO WS-PAY-THROUGH-NUM.
           COMPUTE WS-PAY-THROUGH-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAY-THROUGH-NUM).

           OPEN I-O SUPPLIER-INVOICE-FILE.
           IF SUPPLIER-INVOICE-STATUS NOT = "00"
               DISPLAY "NO SUPPLIER INVOICES TO PAY, STATUS "
                   SUPPLIER-INVOICE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT SUPPLIER-MASTER.
           IF SUPPLIER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-SUPPLIERS-OPEN
           ELSE
               DISPLAY "SUPPLIER MASTER UNAVAILABLE, STATUS "
                   SUPPLIER-MASTER-STATUS
                   " - EVERY LINE TAKEN AS NET 30, NO DISCOUNT"
           END-IF.

           READ SUPPLIER-INVOICE-FILE NEXT
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 100-CONSIDER-ONE-LINE UNTIL ENDOFFILE.

           IF WS-SUPPLIERS-OPEN = "Y"
               CLOSE SUPPLIER-MASTER
           END-IF.

           IF WS-PAY-COUNT = ZERO
               DISPLAY "NOTHING FALLS DUE BY " WS-PAY-THROUGH
                   " - NO PAYMENT RUN"
               CLOSE SUPPLIER-INVOICE-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 200-PRINT-PROPOSAL.

           PERFORM 300-GET-APPROVAL.
           IF WS-MANAGER-OK = "N"
               DISPLAY "PROPOSAL NOT APPROVED - NOTHING PAID"
               CLOSE SUPPLIER-INVOICE-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 400-NEXT-RUN-NO.
           PERFORM 500-MARK-LINES-PAID.
           CLOSE SUPPLIER-INVOICE-FILE.

           PERFORM 850-OPEN-SPOOL.
           PERFORM 600-SPOOL-PAYMENT-REGISTER.
           PERFORM 700-SPOOL-REMITTANCES.
           PERFORM 880-CLOSE-SPOOL.

           DISPLAY "PAYMENT RUN " WS-RUN-NO " COMPLETE - "
               WS-PAID-COUNT " LINES PAID".
           IF WS-MISSED-COUNT > ZERO
               DISPLAY WS-MISSED-COUNT " PROPOSED LINES WERE NO "
                   "LONGER MATCHED AND WERE LEFT UNPAID"
           END-IF.

           GO TO 900-END-PROGRAM.

      *> A matched line is picked when it falls due by the pay-
      *> through date, or when its discount is still open today but
      *> would lapse before then - waiting for the due date would
      *> throw the discount away.
       100-CONSIDER-ONE-LINE.
           ADD 1 TO WS-LINES-READ.
           IF SI-MATCH-STATUS = "M"
               PERFORM 110-CHECK-LINE-DUE
           END-IF.
           READ SUPPLIER-INVOICE-FILE NEXT
               AT END SET ENDOFFILE TO TRUE
           END-READ.

       110-CHECK-LINE-DUE.
           IF SI-SUPPLIER-CODE NOT = WS-TERMS-SUPPLIER
               PERFORM 120-LOAD-SUPPLIER-TERMS
           END-IF.

           IF SI-INVOICE-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY "INVOICE " SI-INVOICE-NO " FROM "
                   SI-SUPPLIER-CODE " HAS NO VALID DATE - NOT PICKED,"
                   " CORRECT IT AT SUPPLIER-INVOICE-ENTRY"
               EXIT PARAGRAPH
           END-IF.
           MOVE SI-INVOICE-DATE TO WS-INV-NUM.
           COMPUTE WS-INV-INT = FUNCTION INTEGER-OF-DATE(WS-INV-NUM).
           COMPUTE WS-DUE-INT = WS-INV-INT + WS-NET-DAYS.
           COMPUTE WS-DISC-END-INT = WS-INV-INT + WS-DISC-DAYS.

           MOVE ZERO TO WS-DISCOUNT.
           IF WS-DISC-PCT > ZERO
               AND WS-TODAY-INT NOT > WS-DISC-END-INT
               COMPUTE WS-DISCOUNT ROUNDED =
                   SI-LINE-AMOUNT * WS-DISC-PCT / 100
           END-IF.

           MOVE "N" TO WS-SELECT-LINE.
           IF WS-DUE-INT NOT > WS-PAY-THROUGH-INT
               MOVE "Y" TO WS-SELECT-LINE
           END-IF.
           IF WS-DISCOUNT > ZERO
               AND WS-DISC-END-INT NOT > WS-PAY-THROUGH-INT
               MOVE "Y" TO WS-SELECT-LINE
           END-IF.
           IF WS-SELECT-LINE = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PAY-COUNT TO WS-TB-COUNT.
           MOVE 1000 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               DISPLAY "INVOICE " SI-INVOICE-NO " ITEM " SI-ITEM-CODE
                   " LEFT FOR THE NEXT RUN"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAY-COUNT.
           SET PY-IDX TO WS-PAY-COUNT.
           MOVE SI-SUPPLIER-CODE TO PY-SUPPLIER-CODE (PY-IDX).
           MOVE WS-TERMS-NAME TO PY-SUPPLIER-NAME (PY-IDX).
           MOVE SI-INVOICE-NO TO PY-INVOICE-NO (PY-IDX).
           MOVE SI-ITEM-CODE TO PY-ITEM-CODE (PY-IDX).
           MOVE SI-INVOICE-DATE TO PY-INVOICE-DATE (PY-IDX).
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE WS-DUE-NUM TO PY-DUE-DATE (PY-IDX).
           MOVE SI-LINE-AMOUNT TO PY-GROSS (PY-IDX).
           MOVE WS-DISCOUNT TO PY-DISCOUNT (PY-IDX).
           MOVE "N" TO PY-PAID (PY-IDX).

      *> A supplier missing from the master, or one never given
      *> terms, is paid net 30 with no discount.
       120-LOAD-SUPPLIER-TERMS.
           MOVE SI-SUPPLIER-CODE TO WS-TERMS-SUPPLIER.
           MOVE "NOT ON SUPPLIER FILE" TO WS-TERMS-NAME.
           MOVE ZERO TO WS-DISC-PCT.
           MOVE ZERO TO WS-DISC-DAYS.
           MOVE 30 TO WS-NET-DAYS.
           IF WS-SUPPLIERS-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SI-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
           READ SUPPLIER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SUP-NAME TO WS-TERMS-NAME.
           IF SUP-DISC-PCT IS NUMERIC
               AND SUP-DISC-DAYS IS NUMERIC
               MOVE SUP-DISC-PCT TO WS-DISC-PCT
               MOVE SUP-DISC-DAYS TO WS-DISC-DAYS
           END-IF.
           IF SUP-NET-DAYS IS NUMERIC
               AND SUP-NET-DAYS > ZERO
               MOVE SUP-NET-DAYS TO WS-NET-DAYS
           END-IF.

       200-PRINT-PROPOSAL.
           DISPLAY "========== PAYMENT PROPOSAL ==========".
           DISPLAY "LINES DUE BY " WS-PAY-THROUGH
               "  PAYMENT DATE " WS-TODAY.
           DISPLAY "SUPP INVOICE    ITEM   INV DATE DUE DATE"
               "        GROSS    DISCOUNT         NET".
           MOVE SPACES TO WS-BREAK-SUPPLIER.
           PERFORM 210-PROPOSE-ONE-LINE
               VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > WS-PAY-COUNT.
           PERFORM 220-PROPOSAL-SUPPLIER-TOTAL.
           MOVE WS-RUN-GROSS TO WS-GROSS-ED.
           MOVE WS-RUN-DISCOUNT TO WS-DISCOUNT-ED.
           MOVE WS-RUN-NET TO WS-NET-ED.
           DISPLAY "RUN TOTAL                           "
               WS-GROSS-ED " " WS-DISCOUNT-ED " " WS-NET-ED.
           DISPLAY "LINES PROPOSED: " WS-PAY-COUNT.
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY "LINES SKIPPED FOR A BAD INVOICE DATE: "
                   WS-BAD-DATE-COUNT
           END-IF.
           DISPLAY "======================================".

       210-PROPOSE-ONE-LINE.
           IF PY-SUPPLIER-CODE (PY-IDX) NOT = WS-BREAK-SUPPLIER
               IF WS-BREAK-SUPPLIER NOT = SPACES
                   PERFORM 220-PROPOSAL-SUPPLIER-TOTAL
               END-IF
               MOVE PY-SUPPLIER-CODE (PY-IDX) TO WS-BREAK-SUPPLIER
               MOVE ZERO TO WS-SUP-GROSS
               MOVE ZERO TO WS-SUP-DISCOUNT
               MOVE ZERO TO WS-SUP-NET
               DISPLAY PY-SUPPLIER-CODE (PY-IDX) " "
                   PY-SUPPLIER-NAME (PY-IDX)
           END-IF.
           COMPUTE WS-NET = PY-GROSS (PY-IDX) - PY-DISCOUNT (PY-IDX).
           ADD PY-GROSS (PY-IDX) TO WS-SUP-GROSS WS-RUN-GROSS.
           ADD PY-DISCOUNT (PY-IDX) TO WS-SUP-DISCOUNT WS-RUN-DISCOUNT.
           ADD WS-NET TO WS-SUP-NET WS-RUN-NET.
           MOVE PY-GROSS (PY-IDX) TO WS-GROSS-ED.
           MOVE PY-DISCOUNT (PY-IDX) TO WS-DISCOUNT-ED.
           MOVE WS-NET TO WS-NET-ED.
           DISPLAY PY-SUPPLIER-CODE (PY-IDX) " "
               PY-INVOICE-NO (PY-IDX) " " PY-ITEM-CODE (PY-IDX) " "
               PY-INVOICE-DATE (PY-IDX) " " PY-DUE-DATE (PY-IDX) " "
               WS-GROSS-ED " " WS-DISCOUNT-ED " " WS-NET-ED.

       220-PROPOSAL-SUPPLIER-TOTAL.
           MOVE WS-SUP-GROSS TO WS-GROSS-ED.
           MOVE WS-SUP-DISCOUNT TO WS-DISCOUNT-ED.
           MOVE WS-SUP-NET TO WS-NET-ED.
           DISPLAY "     SUPPLIER " WS-BREAK-SUPPLIER " TOTAL"
               "                 " WS-GROSS-ED " " WS-DISCOUNT-ED
               " " WS-NET-ED.

      *> No user/role master means no managers on file - the run
      *> stands down rather than letting anyone approve a payment.
       300-GET-APPROVAL.
           MOVE "N" TO WS-MANAGER-OK.
           OPEN INPUT USER-ROLE-FILE.
           IF USER-ROLE-STATUS NOT = "00"
               DISPLAY "NO USER/ROLE MASTER - THE RUN CANNOT BE "
                   "APPROVED, STATUS " USER-ROLE-STATUS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MANAGER ID TO APPROVE THIS RUN".
           ACCEPT WS-MANAGER-ID.
           DISPLAY "MANAGER SECRET CODE".
           ACCEPT WS-MANAGER-SECRET.

           MOVE WS-MANAGER-ID TO UR-USER-ID.
           READ USER-ROLE-FILE
               INVALID KEY
                   DISPLAY "MANAGER ID NOT ON FILE"
               NOT INVALID KEY
                   IF UR-ROLE = "M"
                       AND UR-SECRET-CODE = WS-MANAGER-SECRET
                       AND NOT UR-DISABLED
                       MOVE "Y" TO WS-MANAGER-OK
                       DISPLAY "APPROVER: " UR-NAME
                   ELSE
                       DISPLAY "NOT A MANAGER, DISABLED OR WRONG CODE"
                   END-IF
           END-READ.
           CLOSE USER-ROLE-FILE.

           IF WS-MANAGER-OK = "Y"
               DISPLAY "PAY THE PROPOSAL AS SHOWN? (Y/N)"
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                   MOVE "N" TO WS-MANAGER-OK
               END-IF
           END-IF.

      *> The run number is only consumed once a run is approved - a
      *> rejected proposal leaves no gap in the sequence.
       400-NEXT-RUN-NO.
           OPEN INPUT PAY-RUN-COUNTER.
           IF PAY-RUN-COUNTER-STATUS = "00"
               READ PAY-RUN-COUNTER INTO WS-RUN-NO
               END-READ
           END-IF.
           CLOSE PAY-RUN-COUNTER.
           ADD 1 TO WS-RUN-NO.
           OPEN OUTPUT PAY-RUN-COUNTER.
           MOVE WS-RUN-NO TO PRC-RECORD.
           WRITE PRC-RECORD.
           CLOSE PAY-RUN-COUNTER.

      *> Each line is re-read before it is marked - a line paid by
      *> hand or re-held since the proposal was printed is left
      *> alone and drops off the register and remittance.
       500-MARK-LINES-PAID.
           PERFORM 510-MARK-ONE-LINE
               VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > WS-PAY-COUNT.

       510-MARK-ONE-LINE.
           MOVE PY-SUPPLIER-CODE (PY-IDX) TO SI-SUPPLIER-CODE.
           MOVE PY-INVOICE-NO (PY-IDX) TO SI-INVOICE-NO.
           MOVE PY-ITEM-CODE (PY-IDX) TO SI-ITEM-CODE.
           READ SUPPLIER-INVOICE-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSED-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF SI-MATCH-STATUS NOT = "M"
               ADD 1 TO WS-MISSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO SI-MATCH-STATUS.
           MOVE WS-RUN-NO TO SI-PAY-RUN-NO.
           MOVE WS-TODAY TO SI-PAID-DATE.
           MOVE PY-DISCOUNT (PY-IDX) TO SI-DISCOUNT-TAKEN.
           REWRITE SUPPLIER-INVOICE-RECORD.
           MOVE "Y" TO PY-PAID (PY-IDX).
           ADD 1 TO WS-PAID-COUNT.

      *> The register - every line the run paid, supplier totals and
      *> the run total, for the office's file and the bank.
       600-SPOOL-PAYMENT-REGISTER.
           MOVE "PAYMENT REGISTER" TO WS-SPOOL-NAME.
           PERFORM 865-START-DOCUMENT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "PAYMENT REGISTER - RUN " WS-RUN-NO
               "  PAID " WS-TODAY "  APPROVED BY " WS-MANAGER-ID
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "SUPP INVOICE    ITEM   DUE DATE        GROSS"
               "    DISCOUNT         NET"
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

           MOVE ZERO TO WS-RUN-GROSS.
           MOVE ZERO TO WS-RUN-DISCOUNT.
           MOVE ZERO TO WS-RUN-NET.
           MOVE SPACES TO WS-BREAK-SUPPLIER.
           PERFORM 610-REGISTER-ONE-LINE
               VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > WS-PAY-COUNT.
           IF WS-BREAK-SUPPLIER NOT = SPACES
               PERFORM 620-REGISTER-SUPPLIER-TOTAL
           END-IF.

           MOVE WS-RUN-GROSS TO WS-GROSS-ED.
           MOVE WS-RUN-DISCOUNT TO WS-DISCOUNT-ED.
           MOVE WS-RUN-NET TO WS-NET-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "RUN TOTAL                   " WS-GROSS-ED " "
               WS-DISCOUNT-ED " " WS-NET-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "LINES PAID: " WS-PAID-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-DOCUMENT.

       610-REGISTER-ONE-LINE.
           IF PY-PAID (PY-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF PY-SUPPLIER-CODE (PY-IDX) NOT = WS-BREAK-SUPPLIER
               IF WS-BREAK-SUPPLIER NOT = SPACES
                   PERFORM 620-REGISTER-SUPPLIER-TOTAL
               END-IF
               MOVE PY-SUPPLIER-CODE (PY-IDX) TO WS-BREAK-SUPPLIER
               MOVE ZERO TO WS-SUP-GROSS
               MOVE ZERO TO WS-SUP-DISCOUNT
               MOVE ZERO TO WS-SUP-NET
           END-IF.
           COMPUTE WS-NET = PY-GROSS (PY-IDX) - PY-DISCOUNT (PY-IDX).
           ADD PY-GROSS (PY-IDX) TO WS-SUP-GROSS WS-RUN-GROSS.
           ADD PY-DISCOUNT (PY-IDX) TO WS-SUP-DISCOUNT WS-RUN-DISCOUNT.
           ADD WS-NET TO WS-SUP-NET WS-RUN-NET.
           MOVE PY-GROSS (PY-IDX) TO WS-GROSS-ED.
           MOVE PY-DISCOUNT (PY-IDX) TO WS-DISCOUNT-ED.
           MOVE WS-NET TO WS-NET-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING PY-SUPPLIER-CODE (PY-IDX) " "
               PY-INVOICE-NO (PY-IDX) " " PY-ITEM-CODE (PY-IDX) " "
               PY-DUE-DATE (PY-IDX) " " WS-GROSS-ED " "
               WS-DISCOUNT-ED " " WS-NET-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

       620-REGISTER-SUPPLIER-TOTAL.
           MOVE WS-SUP-GROSS TO WS-GROSS-ED.
           MOVE WS-SUP-DISCOUNT TO WS-DISCOUNT-ED.
           MOVE WS-SUP-NET TO WS-NET-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "     " WS-BREAK-SUPPLIER " TOTAL              "
               WS-GROSS-ED " " WS-DISCOUNT-ED " " WS-NET-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

      *> One remittance advice per supplier paid, each its own spool
      *> document so it can be reprinted and sent on its own.
       700-SPOOL-REMITTANCES.
           MOVE SPACES TO WS-BREAK-SUPPLIER.
           PERFORM 710-REMIT-ONE-LINE
               VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > WS-PAY-COUNT.
           IF WS-BREAK-SUPPLIER NOT = SPACES
               PERFORM 730-CLOSE-REMITTANCE
           END-IF.

       710-REMIT-ONE-LINE.
           IF PY-PAID (PY-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF PY-SUPPLIER-CODE (PY-IDX) NOT = WS-BREAK-SUPPLIER
               IF WS-BREAK-SUPPLIER NOT = SPACES
                   PERFORM 730-CLOSE-REMITTANCE
               END-IF
               PERFORM 720-OPEN-REMITTANCE
           END-IF.
           COMPUTE WS-NET = PY-GROSS (PY-IDX) - PY-DISCOUNT (PY-IDX).
           ADD PY-GROSS (PY-IDX) TO WS-SUP-GROSS.
           ADD PY-DISCOUNT (PY-IDX) TO WS-SUP-DISCOUNT.
           ADD WS-NET TO WS-SUP-NET.
           MOVE PY-GROSS (PY-IDX) TO WS-GROSS-ED.
           MOVE PY-DISCOUNT (PY-IDX) TO WS-DISCOUNT-ED.
           MOVE WS-NET TO WS-NET-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING PY-INVOICE-NO (PY-IDX) " " PY-ITEM-CODE (PY-IDX)
               " " PY-INVOICE-DATE (PY-IDX) "      " WS-GROSS-ED " "
               WS-DISCOUNT-ED " " WS-NET-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

       720-OPEN-REMITTANCE.
           MOVE PY-SUPPLIER-CODE (PY-IDX) TO WS-BREAK-SUPPLIER.
           MOVE ZERO TO WS-SUP-GROSS.
           MOVE ZERO TO WS-SUP-DISCOUNT.
           MOVE ZERO TO WS-SUP-NET.
           MOVE SPACES TO WS-SPOOL-NAME.
           STRING "REMITTANCE " WS-BREAK-SUPPLIER
               DELIMITED BY SIZE INTO WS-SPOOL-NAME.
           PERFORM 865-START-DOCUMENT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "REMITTANCE ADVICE - PAYMENT RUN " WS-RUN-NO
               "  DATE " WS-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "TO: " WS-BREAK-SUPPLIER " "
               PY-SUPPLIER-NAME (PY-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "WE HAVE PAID THE FOLLOWING INVOICE LINES:"
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "INVOICE    ITEM   INV DATE            GROSS"
               "    DISCOUNT         NET"
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.

       730-CLOSE-REMITTANCE.
           MOVE WS-SUP-GROSS TO WS-GROSS-ED.
           MOVE WS-SUP-DISCOUNT TO WS-DISCOUNT-ED.
           MOVE WS-SUP-NET TO WS-NET-ED.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "TOTAL PAID                     " WS-GROSS-ED " "
               WS-DISCOUNT-ED " " WS-NET-ED
               DELIMITED BY SIZE INTO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           MOVE "PLEASE QUOTE THE PAYMENT RUN NUMBER ON ANY QUERY."
               TO WS-SPOOL-TEXT.
           PERFORM 860-SPOOL-LINE.
           PERFORM 870-REGISTER-DOCUMENT.

      *> ---- spool plumbing, MONTH-END-PACK's shape ----

       850-OPEN-SPOOL.
           MOVE ZERO TO WS-SPOOL-ID.
           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT SPOOL-CATALOG.
           IF CATALOG-STATUS = "00"
               PERFORM 855-SCAN-ONE-CATALOG-ROW
                   UNTIL WS-SPOOL-EOF = "Y"
               CLOSE SPOOL-CATALOG
           END-IF.
           OPEN EXTEND REPORT-SPOOL.
           IF SPOOL-STATUS = "05" OR SPOOL-STATUS = "35"
               OPEN OUTPUT REPORT-SPOOL
           END-IF.
           OPEN EXTEND SPOOL-CATALOG.
           IF CATALOG-STATUS = "05" OR CATALOG-STATUS = "35"
               OPEN OUTPUT SPOOL-CATALOG
           END-IF.

       855-SCAN-ONE-CATALOG-ROW.
           READ SPOOL-CATALOG
               AT END MOVE "Y" TO WS-SPOOL-EOF
           END-READ.
           IF WS-SPOOL-EOF = "N"
               AND SC-SPOOL-ID > WS-SPOOL-ID
               MOVE SC-SPOOL-ID TO WS-SPOOL-ID
           END-IF.

       860-SPOOL-LINE.
           IF SPOOL-STATUS = "00"
               MOVE SPACES TO SPOOL-LINE-RECORD
               MOVE WS-SPOOL-ID TO SP-SPOOL-ID
               ADD 1 TO WS-SPOOL-LINE-COUNT
               MOVE WS-SPOOL-LINE-COUNT TO SP-LINE-NO
               MOVE WS-SPOOL-TEXT TO SP-LINE-TEXT
               WRITE SPOOL-LINE-RECORD
           END-IF.
           DISPLAY WS-SPOOL-TEXT.

       865-START-DOCUMENT.
           ADD 1 TO WS-SPOOL-ID.
           MOVE ZERO TO WS-SPOOL-LINE-COUNT.

       870-REGISTER-DOCUMENT.
           IF SPOOL-STATUS = "00" AND CATALOG-STATUS = "00"
               MOVE SPACES TO SPOOL-CATALOG-RECORD
               MOVE WS-SPOOL-ID TO SC-SPOOL-ID
               MOVE WS-SPOOL-NAME TO SC-REPORT-NAME
               MOVE WS-TODAY TO SC-RUN-DATE
               MOVE WS-SPOOL-LINE-COUNT TO SC-ROW-COUNT
               MOVE "SUPPLIER-PAYMENT-RUN" TO SC-PROGRAM
               WRITE SPOOL-CATALOG-RECORD
               DISPLAY WS-SPOOL-NAME " SPOOLED UNDER ID " WS-SPOOL-ID
           END-IF.

       880-CLOSE-SPOOL.
           IF SPOOL-STATUS = "00"
               CLOSE REPORT-SPOOL
           END-IF.
           IF CATALOG-STATUS = "00"
               CLOSE SPOOL-CATALOG
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "SUPPLIER-PAYMENT-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-LINES-READ TO RL-READ-COUNT.
           MOVE WS-PAID-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-BAD-DATE-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM SUPPLIER-PAYMENT-RUN.
