      *            DR discounts allowed         = disc
      *            CR sales revenue             = lines
      *            CR tax payable               = tax
      *
      *          The sub-ledgers post into the same journal: fee
      *          charges and payments (FEELEDGR.DAT), supplier
      *          purchases and payments (SUPINV.DAT), RTV credits
      *          received (RTV.DAT), stock write-offs (WRITEOFF.DAT),
      *          loan advances and repayments (LOANACCT.DAT), loan
      *          write-offs and bad debt recovered (LOANCOLL.DAT) and
      *          safe movements (SAFELDGR.DAT), each leg mapped through
      *          GLMAP.DAT under the source's own bucket, with its own
      *          control totals. Every row posted is stamped with the
      *          journal date, so a rerun never posts it into a second
      *          journal - a rerun of the same date rebuilds the same
      *          file. Rows are only stamped once the file balances.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-EXPORT-STATUS.

           SELECT FEE-LEDGER-FILE
               ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO "SUPINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS SUPPLIER-INVOICE-STATUS.

           SELECT RTV-FILE
               ASSIGN TO "RTV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS RTV-FILE-STATUS.

           SELECT WRITE-OFF-FILE
               ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT LOAN-COLLECTION-FILE
               ASSIGN TO "LOANCOLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-COLLECTION-STATUS.

           SELECT SAFE-LEDGER-FILE
               ASSIGN TO "SAFELDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAFE-LEDGER-STATUS.

      *> The sequential sub-ledgers are stamped by copying them
      *> through a work file, same shape as LAYAWAY's plan rewrite.
           SELECT GL-WORK-FILE
               ASSIGN TO "GLEXPORT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LOG.
           05 GL-AMOUNT           PIC 9(9)V9(2).
           05 GL-NARRATIVE        PIC X(20).

       FD  FEE-LEDGER-FILE.
           COPY "FEE-LEDGER.CPY".

       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPPLIER-INVOICE.CPY".

       FD  RTV-FILE.
           COPY "RTV-RECORD.CPY".

       FD  WRITE-OFF-FILE.
           COPY "WRITE-OFF.CPY".

       FD  LOAN-FILE.
           COPY "LOAN-ACCOUNT.CPY".

       FD  LOAN-COLLECTION-FILE.
           COPY "LOAN-COLLECTION.CPY".

       FD  SAFE-LEDGER-FILE.
           COPY "SAFE-LEDGER.CPY".

       FD  GL-WORK-FILE.
       01  GW-RECORD              PIC X(213).

       WORKING-STORAGE SECTION.
       01  SALES-LOG-STATUS       PIC X(2).
       01  GL-MAP-STATUS          PIC X(2).
       01  GL-EXPORT-STATUS       PIC X(2).
       01  FEE-LEDGER-STATUS      PIC X(2).
       01  SUPPLIER-INVOICE-STATUS PIC X(2).
       01  RTV-FILE-STATUS        PIC X(2).
       01  WRITE-OFF-STATUS       PIC X(2).
       01  LOAN-FILE-STATUS       PIC X(2).
       01  LOAN-COLLECTION-STATUS PIC X(2).
       01  SAFE-LEDGER-STATUS     PIC X(2).
       01  GL-WORK-STATUS         PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

      *> money, and the control report calls each one out.
       01  MAP-COUNT              PIC 9(2) VALUE ZERO.
       01  MAP-TABLE.
           05 MAP-ENTRY OCCURS 60 TIMES.
               10 MP-BUCKET       PIC X(8).
               10 MP-QUALIFIER    PIC X(4).
               10 MP-ACCOUNT      PIC X(8).
       01  WS-TOTAL-CR            PIC S9(11)V9(2) VALUE ZERO.
       01  WS-ENTRIES-WRITTEN     PIC 9(4) VALUE ZERO.

      *> Sub-ledger side. A row is taken when it is unstamped and
      *> dated from the pick-up date to the export date, or already
      *> stamped with this export date (a rerun). Older unstamped
      *> rows are counted on the control report, not posted.
       01  WS-PICKUP-DATE         PIC X(8).
       01  WS-PASS                PIC X(1).
           88 GATHER-PASS VALUE "G".
           88 MARK-PASS VALUE "M".
       01  WS-SUB-EOF             PIC X(1).
       01  WS-ROW-DATE            PIC X(8).
       01  WS-ROW-MARK            PIC X(8).
       01  WS-TAKE-ROW            PIC X(1).
       01  WS-ROW-CHANGED         PIC X(1).
       01  WS-SUB-ROWS            PIC 9(7) VALUE ZERO.
       01  WS-MARKED-ROWS         PIC 9(7) VALUE ZERO.

       01  SOURCE-NAME-TABLE.
           05 FILLER PIC X(8) VALUE "FEES".
           05 FILLER PIC X(8) VALUE "SUPPLIER".
           05 FILLER PIC X(8) VALUE "RTV".
           05 FILLER PIC X(8) VALUE "WRITEOFF".
           05 FILLER PIC X(8) VALUE "LOAN".
           05 FILLER PIC X(8) VALUE "SAFE".
           05 FILLER PIC X(8) VALUE "LOANCOLL".
       01  SOURCE-NAMES REDEFINES SOURCE-NAME-TABLE.
           05 SRC-NAME OCCURS 7 TIMES PIC X(8).
       01  SOURCE-TOTALS.
           05 SOURCE-TOTAL OCCURS 7 TIMES.
               10 SC-ROWS         PIC 9(5).
               10 SC-OLDER        PIC 9(5).
               10 SC-MARKED       PIC 9(5).
               10 SC-DR           PIC S9(11)V9(2).
               10 SC-CR           PIC S9(11)V9(2).
       01  WS-SOURCE              PIC 9(1).
       01  SC-IDX                 PIC 9(1).

      *> One running net per source and leg, debit positive - written
      *> out through the same signed writer as the sales buckets.
       01  POST-COUNT             PIC 9(2) VALUE ZERO.
       01  POST-TABLE.
           05 POST-ENTRY OCCURS 40 TIMES.
               10 PE-SOURCE       PIC 9(1).
               10 PE-QUALIFIER    PIC X(4).
               10 PE-AMOUNT       PIC S9(9)V9(2).
       01  PE-IDX                 PIC 9(2).
       01  WS-FOUND-PE            PIC 9(2).
       01  WS-POST-QUALIFIER      PIC X(4).
       01  WS-POST-AMOUNT         PIC S9(9)V9(2).
       01  WS-DR-QUALIFIER        PIC X(4).
       01  WS-CR-QUALIFIER        PIC X(4).
       01  WS-PAIR-AMOUNT         PIC S9(9)V9(2).

       01  WS-LOAN-PAID           PIC 9(7)V9(2).
       01  WS-LOAN-PRIN           PIC 9(7)V9(2).
       01  WS-BASE-PAID           PIC 9(7)V9(2).
       01  WS-BASE-PRIN           PIC 9(7)V9(2).
       01  WS-DELTA-PAID          PIC S9(7)V9(2).
       01  WS-DELTA-PRIN          PIC S9(7)V9(2).
       01  WS-LOAN-ADVANCE        PIC X(1).
       01  WS-LOAN-TAKE-ON        PIC X(1).

       01  WS-ROWS-ED             PIC ZZZZ9.
       01  WS-OLDER-ED            PIC ZZZZ9.
       01  WS-DR-ED               PIC Z(10)9.99.
       01  WS-CR-ED               PIC Z(10)9.99.

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
               MOVE WS-DATE-ENTRY TO WS-EXPORT-DATE
           END-IF.

      *> Sub-ledger rows normally post the night they happen; one
      *> keyed late, or a supplier line released from hold, still
      *> posts as long as it falls on or after the pick-up date.
           DISPLAY "PICK UP UNEXPORTED SUB-LEDGER ROWS FROM "
               "(YYYYMMDD, BLANK FOR START OF MONTH)".
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-EXPORT-DATE TO WS-PICKUP-DATE
               MOVE "01" TO WS-PICKUP-DATE(7:2)
           ELSE
               MOVE WS-DATE-ENTRY TO WS-PICKUP-DATE
           END-IF.

           PERFORM 050-LOAD-ACCOUNT-MAP.

           OPEN INPUT SALES-LOG.
           PERFORM 100-ROLL-UP-ONE-ROW UNTIL ENDOFFILE.
           CLOSE SALES-LOG.

           PERFORM 400-GATHER-SUB-LEDGERS.

           IF WS-ROWS-READ = ZERO AND WS-SUB-ROWS = ZERO
               DISPLAY "NO ROWS FOR " WS-EXPORT-DATE
                   " - NOTHING EXPORTED"
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN OUTPUT GL-EXPORT-FILE.
           IF WS-ROWS-READ > ZERO
               PERFORM 200-WRITE-JOURNAL-ENTRIES
           END-IF.
           PERFORM 270-WRITE-SUB-LEDGER-ENTRIES.
           CLOSE GL-EXPORT-FILE.

           PERFORM 300-CONTROL-REPORT.

      *> Rows are only stamped once the file they went into is good -
      *> an export that does not balance leaves every row waiting.
           IF RETURN-CODE = ZERO
               PERFORM 600-MARK-SUB-LEDGERS
           END-IF.

       900-END-PROGRAM.
           GOBACK.


       060-LOAD-ONE-MAP-ROW.
           MOVE MAP-COUNT TO WS-TB-COUNT.
           MOVE 60 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "Y"
               ADD 1 TO MAP-COUNT
           END-IF.
           ADD 1 TO WS-ENTRIES-WRITTEN.

      *> Sub-ledger entries, one per source and leg with money on it.
       270-WRITE-SUB-LEDGER-ENTRIES.
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > POST-COUNT
               IF PE-AMOUNT (PE-IDX) NOT = ZERO
                   PERFORM 275-WRITE-ONE-SUB-ENTRY
               END-IF
           END-PERFORM.

       275-WRITE-ONE-SUB-ENTRY.
           MOVE PE-SOURCE (PE-IDX) TO WS-SOURCE.
           MOVE SRC-NAME (WS-SOURCE) TO WS-LOOKUP-BUCKET.
           MOVE PE-QUALIFIER (PE-IDX) TO WS-LOOKUP-QUALIFIER.
           PERFORM 210-FIND-ACCOUNT.
           MOVE SPACES TO GL-NARRATIVE.
           STRING WS-LOOKUP-BUCKET DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-LOOKUP-QUALIFIER DELIMITED BY SIZE
               INTO GL-NARRATIVE.
           MOVE PE-AMOUNT (PE-IDX) TO WS-ENTRY-AMOUNT.
           MOVE "DR" TO WS-ENTRY-SIDE.
           PERFORM 260-WRITE-SIGNED-ENTRY.
           IF WS-ENTRY-SIDE = "DR"
               ADD WS-ENTRY-AMOUNT TO SC-DR (WS-SOURCE)
           ELSE
               ADD WS-ENTRY-AMOUNT TO SC-CR (WS-SOURCE)
           END-IF.

       300-CONTROL-REPORT.
           DISPLAY "============ GL EXPORT CONTROL " WS-EXPORT-DATE
               " ============".
           DISPLAY "SALES ROWS READ: " WS-ROWS-READ.
           DISPLAY "SUB-LEDGER ROWS FROM " WS-PICKUP-DATE ":".
           DISPLAY "SOURCE    POSTED OLDER        DEBITS       CREDITS".
           PERFORM 310-SOURCE-CONTROL-LINE
               VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 7.
           DISPLAY "ENTRIES WRITTEN: " WS-ENTRIES-WRITTEN.
           DISPLAY "TOTAL DEBITS:  " WS-TOTAL-DR.
           DISPLAY "TOTAL CREDITS: " WS-TOTAL-CR.
           END-IF.
           DISPLAY "==================================================".

      *> Each source posts both sides of every row, so its own debits
      *> and credits agree unless a leg was lost to a full table.
       310-SOURCE-CONTROL-LINE.
           MOVE SC-ROWS (SC-IDX) TO WS-ROWS-ED.
           MOVE SC-OLDER (SC-IDX) TO WS-OLDER-ED.
           MOVE SC-DR (SC-IDX) TO WS-DR-ED.
           MOVE SC-CR (SC-IDX) TO WS-CR-ED.
           DISPLAY SRC-NAME (SC-IDX) "  " WS-ROWS-ED " " WS-OLDER-ED
               " " WS-DR-ED " " WS-CR-ED.
           IF SC-DR (SC-IDX) NOT = SC-CR (SC-IDX)
               DISPLAY "  *** " SRC-NAME (SC-IDX)
                   " DOES NOT BALANCE ***"
           END-IF.
           IF SC-OLDER (SC-IDX) > ZERO
               IF SC-IDX = 5
                   DISPLAY "  LOANS OPENED BEFORE THE PICK-UP DATE "
                       "TAKEN ON AT THEIR CURRENT FIGURES"
               ELSE
                   DISPLAY "  OLDER ROWS NOT YET EXPORTED - RERUN "
                       "WITH AN EARLIER PICK-UP DATE TO POST THEM"
               END-IF
           END-IF.

      *>****************************************************************
      *> Sub-ledgers. Each source paragraph serves both passes: the
      *> gather pass posts the rows it takes into POST-TABLE, the mark
      *> pass walks the same rows again and stamps them.
      *>****************************************************************
       400-GATHER-SUB-LEDGERS.
           INITIALIZE SOURCE-TOTALS.
           SET GATHER-PASS TO TRUE.
           PERFORM 410-FEE-LEDGER.
           PERFORM 420-SUPPLIER-INVOICES.
           PERFORM 430-RTV-CREDITS.
           PERFORM 440-WRITE-OFFS.
           PERFORM 450-LOAN-ACCOUNTS.
           PERFORM 460-SAFE-LEDGER.
           PERFORM 470-LOAN-COLLECTIONS.

      *> A missing file is a sub-ledger with nothing in it yet.
       410-FEE-LEDGER.
           MOVE 1 TO WS-SOURCE.
           OPEN INPUT FEE-LEDGER-FILE.
           IF FEE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF MARK-PASS
               OPEN OUTPUT GL-WORK-FILE
           END-IF.
           MOVE "N" TO WS-SUB-EOF.
           READ FEE-LEDGER-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM 415-TAKE-ONE-FEE UNTIL WS-SUB-EOF = "Y".
           CLOSE FEE-LEDGER-FILE.
           IF MARK-PASS
               CLOSE GL-WORK-FILE
               IF SC-MARKED (WS-SOURCE) > ZERO
                   PERFORM 418-COPY-BACK-FEES
               END-IF
           END-IF.

      *> A charge raises fee debtors against fee income; a payment
      *> clears debtors into fees received; a refund reverses the
      *> charge it gives back; a concession clears debtors into
      *> concessions allowed.
       415-TAKE-ONE-FEE.
           MOVE FL-DATE TO WS-ROW-DATE.
           MOVE FL-GL-DATE TO WS-ROW-MARK.
           PERFORM 500-CHECK-ROW.
           IF WS-TAKE-ROW = "Y"
               IF GATHER-PASS
                   MOVE FL-AMOUNT TO WS-PAIR-AMOUNT
                   EVALUATE FL-TYPE
                       WHEN "C"
                           MOVE "DEBT" TO WS-DR-QUALIFIER
                           MOVE "CHRG" TO WS-CR-QUALIFIER
                           PERFORM 520-POST-PAIR
                       WHEN "P"
                           MOVE "RCPT" TO WS-DR-QUALIFIER
                           MOVE "DEBT" TO WS-CR-QUALIFIER
                           PERFORM 520-POST-PAIR
                       WHEN "R"
                           MOVE "CHRG" TO WS-DR-QUALIFIER
                           MOVE "DEBT" TO WS-CR-QUALIFIER
                           PERFORM 520-POST-PAIR
                       WHEN "D"
                           MOVE "CONC" TO WS-DR-QUALIFIER
                           MOVE "DEBT" TO WS-CR-QUALIFIER
                           PERFORM 520-POST-PAIR
                   END-EVALUATE
               ELSE
                   MOVE WS-EXPORT-DATE TO FL-GL-DATE
               END-IF
           END-IF.
           IF MARK-PASS
               WRITE GW-RECORD FROM FEE-LEDGER-RECORD
           END-IF.
           READ FEE-LEDGER-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.

       418-COPY-BACK-FEES.
           OPEN INPUT GL-WORK-FILE.
           OPEN OUTPUT FEE-LEDGER-FILE.
           MOVE "N" TO WS-SUB-EOF.
           READ GL-WORK-FILE INTO FEE-LEDGER-RECORD
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM UNTIL WS-SUB-EOF = "Y"
               WRITE FEE-LEDGER-RECORD
               READ GL-WORK-FILE INTO FEE-LEDGER-RECORD
                   AT END MOVE "Y" TO WS-SUB-EOF
               END-READ
           END-PERFORM.
           CLOSE GL-WORK-FILE.
           CLOSE FEE-LEDGER-FILE.

       420-SUPPLIER-INVOICES.
           MOVE 2 TO WS-SOURCE.
           IF GATHER-PASS
               OPEN INPUT SUPPLIER-INVOICE-FILE
           ELSE
               OPEN I-O SUPPLIER-INVOICE-FILE
           END-IF.
           IF SUPPLIER-INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SUB-EOF.
           READ SUPPLIER-INVOICE-FILE NEXT
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM 425-TAKE-ONE-INVOICE-LINE UNTIL WS-SUB-EOF = "Y".
           CLOSE SUPPLIER-INVOICE-FILE.

      *> Two postings a line: the purchase once it is cleared to pay
      *> (a held line is not owed yet), the payment once it is paid.
       425-TAKE-ONE-INVOICE-LINE.
           MOVE "N" TO WS-ROW-CHANGED.
           IF SI-MATCH-STATUS = "M" OR SI-MATCH-STATUS = "P"
               MOVE SI-INVOICE-DATE TO WS-ROW-DATE
               MOVE SI-GL-DATE TO WS-ROW-MARK
               PERFORM 500-CHECK-ROW
               IF WS-TAKE-ROW = "Y"
                   IF GATHER-PASS
                       PERFORM 426-POST-PURCHASE
                   ELSE
                       MOVE WS-EXPORT-DATE TO SI-GL-DATE
                       MOVE "Y" TO WS-ROW-CHANGED
                   END-IF
               END-IF
           END-IF.
           IF SI-MATCH-STATUS = "P"
               MOVE SI-PAID-DATE TO WS-ROW-DATE
               MOVE SI-GL-PAID-DATE TO WS-ROW-MARK
               PERFORM 500-CHECK-ROW
               IF WS-TAKE-ROW = "Y"
                   IF GATHER-PASS
                       PERFORM 427-POST-SUPPLIER-PAYMENT
                   ELSE
                       MOVE WS-EXPORT-DATE TO SI-GL-PAID-DATE
                       MOVE "Y" TO WS-ROW-CHANGED
                   END-IF
               END-IF
           END-IF.
           IF WS-ROW-CHANGED = "Y"
               REWRITE SUPPLIER-INVOICE-RECORD
           END-IF.
           READ SUPPLIER-INVOICE-FILE NEXT
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.

      *> Consigned stock was never ours on the shelf - the settlement
      *> line is cost of sales, not a stock purchase.
       426-POST-PURCHASE.
           IF SI-ENTERED-BY = "CONSIGN"
               MOVE "CONS" TO WS-DR-QUALIFIER
           ELSE
               MOVE "STCK" TO WS-DR-QUALIFIER
           END-IF.
           MOVE "CRED" TO WS-CR-QUALIFIER.
           MOVE SI-LINE-AMOUNT TO WS-PAIR-AMOUNT.
           PERFORM 520-POST-PAIR.

       427-POST-SUPPLIER-PAYMENT.
           MOVE "CRED" TO WS-POST-QUALIFIER.
           MOVE SI-LINE-AMOUNT TO WS-POST-AMOUNT.
           PERFORM 510-POST-AMOUNT.
           MOVE "BANK" TO WS-POST-QUALIFIER.
           COMPUTE WS-POST-AMOUNT =
               0 - (SI-LINE-AMOUNT - SI-DISCOUNT-TAKEN).
           PERFORM 510-POST-AMOUNT.
           MOVE "DISC" TO WS-POST-QUALIFIER.
           COMPUTE WS-POST-AMOUNT = 0 - SI-DISCOUNT-TAKEN.
           PERFORM 510-POST-AMOUNT.

       430-RTV-CREDITS.
           MOVE 3 TO WS-SOURCE.
           IF GATHER-PASS
               OPEN INPUT RTV-FILE
           ELSE
               OPEN I-O RTV-FILE
           END-IF.
           IF RTV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SUB-EOF.
           READ RTV-FILE NEXT
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM 435-TAKE-ONE-RTV-LINE UNTIL WS-SUB-EOF = "Y".
           CLOSE RTV-FILE.

      *> The credit note cuts what we owe the supplier and takes the
      *> returned stock off the books.
       435-TAKE-ONE-RTV-LINE.
           IF RV-STATUS = "C"
               MOVE RV-DATE-CREDITED TO WS-ROW-DATE
               MOVE RV-GL-DATE TO WS-ROW-MARK
               PERFORM 500-CHECK-ROW
               IF WS-TAKE-ROW = "Y"
                   IF GATHER-PASS
                       MOVE "CRED" TO WS-DR-QUALIFIER
                       MOVE "STCK" TO WS-CR-QUALIFIER
                       MOVE RV-CREDIT-RECEIVED TO WS-PAIR-AMOUNT
                       PERFORM 520-POST-PAIR
                   ELSE
                       MOVE WS-EXPORT-DATE TO RV-GL-DATE
                       REWRITE RTV-RECORD
                   END-IF
               END-IF
           END-IF.
           READ RTV-FILE NEXT
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.

       440-WRITE-OFFS.
           MOVE 4 TO WS-SOURCE.
           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF MARK-PASS
               OPEN OUTPUT GL-WORK-FILE
           END-IF.
           MOVE "N" TO WS-SUB-EOF.
           READ WRITE-OFF-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM 445-TAKE-ONE-WRITE-OFF UNTIL WS-SUB-EOF = "Y".
           CLOSE WRITE-OFF-FILE.
           IF MARK-PASS
               CLOSE GL-WORK-FILE
               IF SC-MARKED (WS-SOURCE) > ZERO
                   PERFORM 448-COPY-BACK-WRITE-OFFS
               END-IF
           END-IF.

      *> Shrink expense by reason code, so theft and waste reach the
      *> ledger apart the same way SHRINK-REPORT shows them.
       445-TAKE-ONE-WRITE-OFF.
           MOVE WO-DATE TO WS-ROW-DATE.
           MOVE WO-GL-DATE TO WS-ROW-MARK.
           PERFORM 500-CHECK-ROW.
           IF WS-TAKE-ROW = "Y"
               IF GATHER-PASS
                   MOVE WO-REASON-CODE TO WS-DR-QUALIFIER
                   MOVE "STCK" TO WS-CR-QUALIFIER
                   MOVE WO-VALUE TO WS-PAIR-AMOUNT
                   PERFORM 520-POST-PAIR
               ELSE
                   MOVE WS-EXPORT-DATE TO WO-GL-DATE
               END-IF
           END-IF.
           IF MARK-PASS
               WRITE GW-RECORD FROM WRITE-OFF-RECORD
           END-IF.
           READ WRITE-OFF-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.

       448-COPY-BACK-WRITE-OFFS.
           OPEN INPUT GL-WORK-FILE.
           OPEN OUTPUT WRITE-OFF-FILE.
           MOVE "N" TO WS-SUB-EOF.
           READ GL-WORK-FILE INTO WRITE-OFF-RECORD
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM UNTIL WS-SUB-EOF = "Y"
               WRITE WRITE-OFF-RECORD
               READ GL-WORK-FILE INTO WRITE-OFF-RECORD
                   AT END MOVE "Y" TO WS-SUB-EOF
               END-READ
           END-PERFORM.
           CLOSE GL-WORK-FILE.
           CLOSE WRITE-OFF-FILE.

       450-LOAN-ACCOUNTS.
           MOVE 5 TO WS-SOURCE.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF MARK-PASS
               OPEN OUTPUT GL-WORK-FILE
           END-IF.
           MOVE "N" TO WS-SUB-EOF.
           READ LOAN-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM 455-TAKE-ONE-LOAN UNTIL WS-SUB-EOF = "Y".
           CLOSE LOAN-FILE.
           IF MARK-PASS
               CLOSE GL-WORK-FILE
               IF SC-MARKED (WS-SOURCE) > ZERO
                   PERFORM 458-COPY-BACK-LOANS
               END-IF
           END-IF.

      *> The advance moves cash out to loans receivable; a repayment
      *> brings cash back, part principal and part interest earned.
       455-TAKE-ONE-LOAN.
           PERFORM 456-LOAN-POSITION.
           IF WS-TAKE-ROW = "Y" AND GATHER-PASS
               IF WS-LOAN-ADVANCE = "Y"
                   MOVE "BOOK" TO WS-DR-QUALIFIER
                   MOVE "CASH" TO WS-CR-QUALIFIER
                   MOVE LN-PRINCIPAL TO WS-PAIR-AMOUNT
                   PERFORM 520-POST-PAIR
               END-IF
               MOVE "CASH" TO WS-POST-QUALIFIER
               MOVE WS-DELTA-PAID TO WS-POST-AMOUNT
               PERFORM 510-POST-AMOUNT
               MOVE "BOOK" TO WS-POST-QUALIFIER
               COMPUTE WS-POST-AMOUNT = 0 - WS-DELTA-PRIN
               PERFORM 510-POST-AMOUNT
               MOVE "INT" TO WS-POST-QUALIFIER
               COMPUTE WS-POST-AMOUNT = WS-DELTA-PRIN - WS-DELTA-PAID
               PERFORM 510-POST-AMOUNT
           END-IF.
           IF WS-LOAN-TAKE-ON = "Y" AND GATHER-PASS
               ADD 1 TO SC-OLDER (WS-SOURCE)
               DISPLAY "LOAN " LN-LOAN-NO " OPENED " LN-OPENED-DATE
                   " - TAKEN ON AT ITS CURRENT FIGURES, HISTORY "
                   "NOT POSTED"
           END-IF.
           IF MARK-PASS
               IF WS-TAKE-ROW = "Y" OR WS-LOAN-TAKE-ON = "Y"
                   PERFORM 457-STAMP-LOAN
               END-IF
               WRITE GW-RECORD FROM LOAN-ACCOUNT-RECORD
           END-IF.
           READ LOAN-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.

      *> Repayments have no dates of their own, so what is new is
      *> total paid and principal repaid against the figures the last
      *> export left on the account - or, rerunning that same
      *> export, against the figures it started from. A loan no
      *> export has seen that was opened before the pick-up date is
      *> taken on where it stands: its history was keyed by hand.
       456-LOAN-POSITION.
           IF LN-GL-PAID-PRIOR NOT NUMERIC
               MOVE ZERO TO LN-GL-PAID-PRIOR
           END-IF.
           IF LN-GL-PAID NOT NUMERIC
               MOVE ZERO TO LN-GL-PAID
           END-IF.
           IF LN-GL-PRIN-PRIOR NOT NUMERIC
               MOVE ZERO TO LN-GL-PRIN-PRIOR
           END-IF.
           IF LN-GL-PRIN NOT NUMERIC
               MOVE ZERO TO LN-GL-PRIN
           END-IF.
           MOVE "N" TO WS-TAKE-ROW.
           MOVE "N" TO WS-LOAN-ADVANCE.
           MOVE "N" TO WS-LOAN-TAKE-ON.
           IF LN-OPENED-DATE > WS-EXPORT-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-TOTAL-PAID TO WS-LOAN-PAID.
           COMPUTE WS-LOAN-PRIN = LN-PRINCIPAL - LN-BALANCE.
           EVALUATE TRUE
               WHEN LN-GL-DATE = WS-EXPORT-DATE
                   MOVE LN-GL-PAID-PRIOR TO WS-BASE-PAID
                   MOVE LN-GL-PRIN-PRIOR TO WS-BASE-PRIN
               WHEN LN-GL-DATE = SPACES
                   AND LN-OPENED-DATE < WS-PICKUP-DATE
                   MOVE WS-LOAN-PAID TO WS-BASE-PAID
                   MOVE WS-LOAN-PRIN TO WS-BASE-PRIN
                   MOVE "Y" TO WS-LOAN-TAKE-ON
               WHEN OTHER
                   MOVE LN-GL-PAID TO WS-BASE-PAID
                   MOVE LN-GL-PRIN TO WS-BASE-PRIN
           END-EVALUATE.
           IF WS-LOAN-TAKE-ON = "N"
               AND (LN-GL-OPEN-DATE = WS-EXPORT-DATE
                   OR LN-GL-OPEN-DATE = SPACES)
               MOVE "Y" TO WS-LOAN-ADVANCE
           END-IF.
           COMPUTE WS-DELTA-PAID = WS-LOAN-PAID - WS-BASE-PAID.
           COMPUTE WS-DELTA-PRIN = WS-LOAN-PRIN - WS-BASE-PRIN.
           IF WS-LOAN-ADVANCE = "Y" OR WS-DELTA-PAID NOT = ZERO
               OR WS-DELTA-PRIN NOT = ZERO
               MOVE "Y" TO WS-TAKE-ROW
               PERFORM 505-COUNT-TAKEN-ROW
           END-IF.

      *> A taken-on loan's advance is stamped with its own open date,
      *> never a journal date, so no rerun posts it.
       457-STAMP-LOAN.
           MOVE WS-BASE-PAID TO LN-GL-PAID-PRIOR.
           MOVE WS-BASE-PRIN TO LN-GL-PRIN-PRIOR.
           MOVE WS-LOAN-PAID TO LN-GL-PAID.
           MOVE WS-LOAN-PRIN TO LN-GL-PRIN.
           MOVE WS-EXPORT-DATE TO LN-GL-DATE.
           IF WS-LOAN-ADVANCE = "Y"
               MOVE WS-EXPORT-DATE TO LN-GL-OPEN-DATE
           END-IF.
           IF WS-LOAN-TAKE-ON = "Y"
               MOVE LN-OPENED-DATE TO LN-GL-OPEN-DATE
               ADD 1 TO SC-MARKED (WS-SOURCE)
           END-IF.

       458-COPY-BACK-LOANS.
           OPEN INPUT GL-WORK-FILE.
           OPEN OUTPUT LOAN-FILE.
           MOVE "N" TO WS-SUB-EOF.
           READ GL-WORK-FILE INTO LOAN-ACCOUNT-RECORD
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM UNTIL WS-SUB-EOF = "Y"
               WRITE LOAN-ACCOUNT-RECORD
               READ GL-WORK-FILE INTO LOAN-ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-SUB-EOF
               END-READ
           END-PERFORM.
           CLOSE GL-WORK-FILE.
           CLOSE LOAN-FILE.

       460-SAFE-LEDGER.
           MOVE 6 TO WS-SOURCE.
           OPEN INPUT SAFE-LEDGER-FILE.
           IF SAFE-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF MARK-PASS
               OPEN OUTPUT GL-WORK-FILE
           END-IF.
           MOVE "N" TO WS-SUB-EOF.
           READ SAFE-LEDGER-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM 465-TAKE-ONE-SAFE-ROW UNTIL WS-SUB-EOF = "Y".
           CLOSE SAFE-LEDGER-FILE.
           IF MARK-PASS
               CLOSE GL-WORK-FILE
               IF SC-MARKED (WS-SOURCE) > ZERO
                   PERFORM 468-COPY-BACK-SAFE
               END-IF
           END-IF.

      *> Cash moving between the registers, the safe and the bank.
       465-TAKE-ONE-SAFE-ROW.
           MOVE SFL-DATE TO WS-ROW-DATE.
           MOVE SFL-GL-DATE TO WS-ROW-MARK.
           PERFORM 500-CHECK-ROW.
           IF WS-TAKE-ROW = "Y"
               IF GATHER-PASS
                   MOVE SFL-AMOUNT TO WS-PAIR-AMOUNT
                   EVALUATE SFL-TYPE
                       WHEN "PKUP"
                           MOVE "SAFE" TO WS-DR-QUALIFIER
                           MOVE "TILL" TO WS-CR-QUALIFIER
                           PERFORM 520-POST-PAIR
                       WHEN "ISSU"
                           MOVE "TILL" TO WS-DR-QUALIFIER
                           MOVE "SAFE" TO WS-CR-QUALIFIER
                           PERFORM 520-POST-PAIR
                       WHEN "BANK"
                           MOVE "BANK" TO WS-DR-QUALIFIER
                           MOVE "SAFE" TO WS-CR-QUALIFIER
                           PERFORM 520-POST-PAIR
                   END-EVALUATE
               ELSE
                   MOVE WS-EXPORT-DATE TO SFL-GL-DATE
               END-IF
           END-IF.
           IF MARK-PASS
               WRITE GW-RECORD FROM SAFE-LEDGER-RECORD
           END-IF.
           READ SAFE-LEDGER-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.

       468-COPY-BACK-SAFE.
           OPEN INPUT GL-WORK-FILE.
           OPEN OUTPUT SAFE-LEDGER-FILE.
           MOVE "N" TO WS-SUB-EOF.
           READ GL-WORK-FILE INTO SAFE-LEDGER-RECORD
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM UNTIL WS-SUB-EOF = "Y"
               WRITE SAFE-LEDGER-RECORD
               READ GL-WORK-FILE INTO SAFE-LEDGER-RECORD
                   AT END MOVE "Y" TO WS-SUB-EOF
               END-READ
           END-PERFORM.
           CLOSE GL-WORK-FILE.
           CLOSE SAFE-LEDGER-FILE.

       470-LOAN-COLLECTIONS.
           MOVE 7 TO WS-SOURCE.
           OPEN INPUT LOAN-COLLECTION-FILE.
           IF LOAN-COLLECTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF MARK-PASS
               OPEN OUTPUT GL-WORK-FILE
           END-IF.
           MOVE "N" TO WS-SUB-EOF.
           READ LOAN-COLLECTION-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM 475-TAKE-ONE-COLLECTION UNTIL WS-SUB-EOF = "Y".
           CLOSE LOAN-COLLECTION-FILE.
           IF MARK-PASS
               CLOSE GL-WORK-FILE
               IF SC-MARKED (WS-SOURCE) > ZERO
                   PERFORM 478-COPY-BACK-COLLECTIONS
               END-IF
           END-IF.

      *> A write-off takes the principal left out of loans receivable
      *> into bad debt expense; money collected afterwards is bad
      *> debt recovered. Charges, letters and proposals move no
      *> money - late charges reach the ledger inside a repayment,
      *> as the loan source's interest, when they are paid.
       475-TAKE-ONE-COLLECTION.
           IF LX-TYPE = "W" OR LX-TYPE = "R"
               MOVE LX-DATE TO WS-ROW-DATE
               MOVE LX-GL-DATE TO WS-ROW-MARK
               PERFORM 500-CHECK-ROW
           ELSE
               MOVE "N" TO WS-TAKE-ROW
           END-IF.
           IF WS-TAKE-ROW = "Y"
               IF GATHER-PASS
                   MOVE LX-AMOUNT TO WS-PAIR-AMOUNT
                   IF LX-TYPE = "W"
                       MOVE "BDEX" TO WS-DR-QUALIFIER
                       MOVE "BOOK" TO WS-CR-QUALIFIER
                   ELSE
                       MOVE "CASH" TO WS-DR-QUALIFIER
                       MOVE "RECV" TO WS-CR-QUALIFIER
                   END-IF
                   PERFORM 520-POST-PAIR
               ELSE
                   MOVE WS-EXPORT-DATE TO LX-GL-DATE
               END-IF
           END-IF.
           IF MARK-PASS
               WRITE GW-RECORD FROM LOAN-COLLECTION-RECORD
           END-IF.
           READ LOAN-COLLECTION-FILE
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.

       478-COPY-BACK-COLLECTIONS.
           OPEN INPUT GL-WORK-FILE.
           OPEN OUTPUT LOAN-COLLECTION-FILE.
           MOVE "N" TO WS-SUB-EOF.
           READ GL-WORK-FILE INTO LOAN-COLLECTION-RECORD
               AT END MOVE "Y" TO WS-SUB-EOF
           END-READ.
           PERFORM UNTIL WS-SUB-EOF = "Y"
               WRITE LOAN-COLLECTION-RECORD
               READ GL-WORK-FILE INTO LOAN-COLLECTION-RECORD
                   AT END MOVE "Y" TO WS-SUB-EOF
               END-READ
           END-PERFORM.
           CLOSE GL-WORK-FILE.
           CLOSE LOAN-COLLECTION-FILE.

      *> The one rule every dated row goes through.
       500-CHECK-ROW.
           MOVE "N" TO WS-TAKE-ROW.
           EVALUATE TRUE
               WHEN WS-ROW-MARK = WS-EXPORT-DATE
                   MOVE "Y" TO WS-TAKE-ROW
               WHEN WS-ROW-MARK NOT = SPACES
                   CONTINUE
               WHEN WS-ROW-DATE > WS-EXPORT-DATE
                   CONTINUE
               WHEN WS-ROW-DATE < WS-PICKUP-DATE
                   IF GATHER-PASS
                       ADD 1 TO SC-OLDER (WS-SOURCE)
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-TAKE-ROW
           END-EVALUATE.
           IF WS-TAKE-ROW = "Y"
               PERFORM 505-COUNT-TAKEN-ROW
           END-IF.

       505-COUNT-TAKEN-ROW.
           IF GATHER-PASS
               ADD 1 TO SC-ROWS (WS-SOURCE)
               ADD 1 TO WS-SUB-ROWS
           ELSE
               ADD 1 TO SC-MARKED (WS-SOURCE)
               ADD 1 TO WS-MARKED-ROWS
           END-IF.

      *> Debit positive into the source's running net for the leg. A
      *> leg that finds the table full is dropped, and the source's
      *> control line then shows it out of balance.
       510-POST-AMOUNT.
           IF WS-POST-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FOUND-PE.
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > POST-COUNT
               IF PE-SOURCE (PE-IDX) = WS-SOURCE
                   AND PE-QUALIFIER (PE-IDX) = WS-POST-QUALIFIER
                   MOVE PE-IDX TO WS-FOUND-PE
               END-IF
           END-PERFORM.
           IF WS-FOUND-PE = ZERO
               MOVE POST-COUNT TO WS-TB-COUNT
               MOVE 40 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK NOT = "Y"
                   DISPLAY "POSTING TABLE FULL - " SRC-NAME (WS-SOURCE)
                       " " WS-POST-QUALIFIER " DROPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO POST-COUNT
               MOVE POST-COUNT TO WS-FOUND-PE
               MOVE WS-SOURCE TO PE-SOURCE (WS-FOUND-PE)
               MOVE WS-POST-QUALIFIER TO PE-QUALIFIER (WS-FOUND-PE)
               MOVE ZERO TO PE-AMOUNT (WS-FOUND-PE)
           END-IF.
           ADD WS-POST-AMOUNT TO PE-AMOUNT (WS-FOUND-PE).

       520-POST-PAIR.
           MOVE WS-DR-QUALIFIER TO WS-POST-QUALIFIER.
           MOVE WS-PAIR-AMOUNT TO WS-POST-AMOUNT.
           PERFORM 510-POST-AMOUNT.
           MOVE WS-CR-QUALIFIER TO WS-POST-QUALIFIER.
           COMPUTE WS-POST-AMOUNT = 0 - WS-PAIR-AMOUNT.
           PERFORM 510-POST-AMOUNT.

       600-MARK-SUB-LEDGERS.
           SET MARK-PASS TO TRUE.
           PERFORM 410-FEE-LEDGER.
           PERFORM 420-SUPPLIER-INVOICES.
           PERFORM 430-RTV-CREDITS.
           PERFORM 440-WRITE-OFFS.
           PERFORM 450-LOAN-ACCOUNTS.
           PERFORM 460-SAFE-LEDGER.
           PERFORM 470-LOAN-COLLECTIONS.
           DISPLAY "SUB-LEDGER POSTINGS STAMPED EXPORTED: "
               WS-MARKED-ROWS.

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM GL-EXPORT.
