      ******************************************************************
      * Author:
      * Date:
      * Purpose: Trade customers want a written price before they buy
      *          in quantity, and the quote used to be typed up in a
      *          word processor that the register knew nothing about.
      *          This desk makes out a numbered quotation against the
      *          customer's CONTACTS.DAT trade details - up to ten
      *          lines at the prices the salesperson agrees, valid
      *          for a set number of days - saves it on QUOTE.DAT and
      *          prints it. The register recalls it by number ("Q"
      *          plus the quote number at the item prompt) and rings
      *          the lines at the quoted prices. Quote numbers run on
      *          their own QUOTENO.DAT sequence, same convention as
      *          the other document counters. A quote can be
      *          reprinted, cancelled, or listed while open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE
               ASSIGN TO "QUOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-NO
               FILE STATUS IS QUOTE-FILE-STATUS.

           SELECT CONTACT-MASTER
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PHONE
               FILE STATUS IS CONTACT-MASTER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT QUOTE-COUNTER
               ASSIGN TO "QUOTENO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTE-COUNTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
           COPY "QUOTE.CPY".

       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  QUOTE-COUNTER.
       01  QC-RECORD              PIC 9(6).

       WORKING-STORAGE SECTION.
       01  QUOTE-FILE-STATUS      PIC X(2).
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  QUOTE-COUNTER-STATUS   PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-TODAY               PIC X(8).
       01  WS-QUOTE-NO            PIC 9(6) VALUE ZEROES.
       01  WS-LOOKUP-QUOTE        PIC 9(6).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFQUOTES VALUE "Y".
       01  WS-OPEN-COUNT          PIC 9(5).

      *> Line entry for a new quote.
       01  WS-LINE-MORE           PIC X(1).
       01  WS-LINE-IDX            PIC 9(2).
       01  WS-ITEM-ENTRY          PIC X(6).
       01  WS-QTY-ENTERED         PIC 9(5).
       01  WS-PRICE-ENTERED       PIC 9(5)V9(2).
       01  WS-LINE-VALUE          PIC 9(7)V9(2).

      *> Validity - thirty days unless the salesperson says otherwise,
      *> counted the same way the register dates a rain check.
       01  WS-VALID-DAYS          PIC 9(3).
       01  WS-TODAY-NUM           PIC 9(8).
       01  WS-EXPIRY-DAYS         PIC 9(7).
       01  WS-EXPIRY-NUM          PIC 9(8).

       01  WS-PRICE-ED            PIC ZZ9.99.
       01  WS-LINE-ED             PIC ZZ,ZZ9.99.
       01  WS-TOTAL-ED            PIC Z,ZZZ,ZZ9.99.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PRICE QUOTATION DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS = "35"
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN QUOTE.DAT, STATUS "
                   QUOTE-FILE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS NOT = "00"
               DISPLAY "NO CONTACT MASTER - A QUOTE NEEDS A KNOWN "
                   "TRADE CUSTOMER, STATUS " CONTACT-MASTER-STATUS
               CLOSE QUOTE-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "NO ITEM MASTER, STATUS " ITEM-MASTER-STATUS
               CLOSE QUOTE-FILE
               CLOSE CONTACT-MASTER
               GO TO 900-END-PROGRAM
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE QUOTE-FILE.
           CLOSE CONTACT-MASTER.
           CLOSE ITEM-MASTER.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (N=NEW QUOTE, P=REPRINT, X=CANCEL, "
               "L=LIST OPEN QUOTES)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "N"
                   PERFORM 200-NEW-QUOTE
               WHEN "P"
                   PERFORM 300-REPRINT-QUOTE
               WHEN "X"
                   PERFORM 400-CANCEL-QUOTE
               WHEN "L"
                   PERFORM 500-LIST-OPEN-QUOTES
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> A quotation goes only to a business - the printed quote
      *> carries their trading name, tax id and billing address.
       200-NEW-QUOTE.
           DISPLAY "CUSTOMER PHONE NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CM-PHONE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           READ CONTACT-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE - ADD THEM THROUGH "
                       "THE CONTACT CAPTURE FIRST"
                   EXIT PARAGRAPH
           END-READ.
           IF CM-TRADING-NAME = SPACES
               DISPLAY "NOT A TRADE CUSTOMER - FILE THEIR TRADING "
                   "DETAILS THROUGH BUSINESS-CUSTOMER-MAINTENANCE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "QUOTING FOR " CM-TRADING-NAME.

           MOVE SPACES TO QUOTE-RECORD.
           MOVE CM-PHONE TO QT-PHONE.
           MOVE WS-USER-ID TO QT-SALESPERSON.
           MOVE WS-TODAY TO QT-QUOTE-DATE.
           MOVE "O" TO QT-STATUS.
           MOVE ZEROES TO QT-CONVERTED-RECEIPT.
           MOVE ZEROES TO QT-QUOTE-TOTAL.
           MOVE ZERO TO QT-LINE-COUNT.
           MOVE "Y" TO WS-LINE-MORE.
           PERFORM 210-TAKE-ONE-LINE UNTIL WS-LINE-MORE = "N".
           IF QT-LINE-COUNT = ZERO
               DISPLAY "NO LINES - NOTHING QUOTED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "VALID FOR HOW MANY DAYS (0 FOR 30)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-VALID-DAYS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-VALID-DAYS = ZERO
               MOVE 30 TO WS-VALID-DAYS
           END-IF.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-EXPIRY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-VALID-DAYS.
           COMPUTE WS-EXPIRY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-EXPIRY-DAYS).
           MOVE WS-EXPIRY-NUM TO QT-EXPIRY-DATE.

           OPEN INPUT QUOTE-COUNTER.
           IF QUOTE-COUNTER-STATUS = "00"
               READ QUOTE-COUNTER INTO WS-QUOTE-NO
           END-IF.
           CLOSE QUOTE-COUNTER.
           ADD 1 TO WS-QUOTE-NO.
           MOVE WS-QUOTE-NO TO QT-QUOTE-NO.

           WRITE QUOTE-RECORD.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "QUOTE NOT SAVED, STATUS " QUOTE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT QUOTE-COUNTER.
           MOVE WS-QUOTE-NO TO QC-RECORD.
           WRITE QC-RECORD.
           CLOSE QUOTE-COUNTER.

           PERFORM 600-PRINT-QUOTATION.

      *> One line per item. The price defaults to today's book price;
      *> the salesperson keys the agreed price when it differs. The
      *> register rings whole units up to 999 a line, and a line
      *> total over 99,999.99 will not fit a basket line either.
       210-TAKE-ONE-LINE.
           IF QT-LINE-COUNT NOT < 10
               DISPLAY "QUOTE IS FULL (10 LINES)"
               MOVE "N" TO WS-LINE-MORE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ITEM CODE (BLANK WHEN DONE)".
           MOVE SPACES TO WS-ITEM-ENTRY.
           ACCEPT WS-ITEM-ENTRY.
           IF WS-ITEM-ENTRY = SPACES
               MOVE "N" TO WS-LINE-MORE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-ENTRY TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-ENTRY " NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           IF IM-ITEM-STATUS = "X"
               DISPLAY "ITEM " IM-ITEM-CODE " IS DELETED FROM SALE"
               EXIT PARAGRAPH
           END-IF.
           IF IM-WEIGHED-FLAG = "Y"
               DISPLAY "SOLD BY WEIGHT - NOT QUOTABLE BY THE UNIT"
               EXIT PARAGRAPH
           END-IF.
           MOVE IM-PRICE TO WS-PRICE-ED.
           DISPLAY IM-ITEM-NAME " BOOK PRICE " WS-PRICE-ED
               " ON HAND " IM-QTY-ON-HAND.

           DISPLAY "QUANTITY".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-QTY-ENTERED = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-QTY-ENTERED = ZERO OR WS-QTY-ENTERED > 999
               DISPLAY "QUANTITY MUST BE 1 TO 999 - LINE NOT ADDED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "QUOTED UNIT PRICE (0 FOR BOOK PRICE)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-PRICE-ENTERED = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-PRICE-ENTERED = ZERO
               MOVE IM-PRICE TO WS-PRICE-ENTERED
           END-IF.
           IF WS-PRICE-ENTERED > 999.99
               DISPLAY "UNIT PRICE OVER 999.99 - LINE NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-VALUE = WS-PRICE-ENTERED * WS-QTY-ENTERED.
           IF WS-LINE-VALUE > 99999.99
               DISPLAY "LINE OVER 99,999.99 - SPLIT IT ACROSS TWO "
                   "LINES"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO QT-LINE-COUNT.
           MOVE QT-LINE-COUNT TO WS-LINE-IDX.
           MOVE IM-ITEM-CODE TO QT-ITEM-CODE (WS-LINE-IDX).
           MOVE IM-ITEM-NAME TO QT-ITEM-NAME (WS-LINE-IDX).
           MOVE WS-QTY-ENTERED TO QT-QUANTITY (WS-LINE-IDX).
           MOVE WS-PRICE-ENTERED TO QT-UNIT-PRICE (WS-LINE-IDX).
           MOVE WS-LINE-VALUE TO QT-LINE-TOTAL (WS-LINE-IDX).
           ADD WS-LINE-VALUE TO QT-QUOTE-TOTAL.

       300-REPRINT-QUOTE.
           PERFORM 700-ACCEPT-QUOTE-NO.
           READ QUOTE-FILE
               INVALID KEY
                   DISPLAY "NO QUOTE " WS-LOOKUP-QUOTE
                   EXIT PARAGRAPH
           END-READ.
           MOVE QT-PHONE TO CM-PHONE.
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE SPACES TO CM-TRADING-NAME
                   MOVE SPACES TO CM-TAX-ID
                   MOVE SPACES TO CM-BILLING-ADDR
           END-READ.
           PERFORM 600-PRINT-QUOTATION.

      *> Only an open quote can be withdrawn - a converted one is a
      *> sale, and belongs to RECEIPT-VOID.
       400-CANCEL-QUOTE.
           PERFORM 700-ACCEPT-QUOTE-NO.
           READ QUOTE-FILE
               INVALID KEY
                   DISPLAY "NO QUOTE " WS-LOOKUP-QUOTE
                   EXIT PARAGRAPH
           END-READ.
           IF QT-STATUS NOT = "O"
               DISPLAY "QUOTE " QT-QUOTE-NO " IS NOT OPEN - STATUS "
                   QT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "X" TO QT-STATUS.
           REWRITE QUOTE-RECORD.
           DISPLAY "QUOTE " QT-QUOTE-NO " CANCELLED".

       500-LIST-OPEN-QUOTES.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO QT-QUOTE-NO.
           START QUOTE-FILE KEY NOT < QT-QUOTE-NO
               INVALID KEY SET ENDOFQUOTES TO TRUE
           END-START.
           IF NOT ENDOFQUOTES
               READ QUOTE-FILE NEXT
                   AT END SET ENDOFQUOTES TO TRUE
               END-READ
           END-IF.
           PERFORM 510-LIST-ONE-QUOTE UNTIL ENDOFQUOTES.
           DISPLAY "OPEN QUOTES: " WS-OPEN-COUNT.

       510-LIST-ONE-QUOTE.
           IF QT-STATUS = "O"
               ADD 1 TO WS-OPEN-COUNT
               MOVE QT-QUOTE-TOTAL TO WS-TOTAL-ED
               DISPLAY QT-QUOTE-NO " " QT-QUOTE-DATE " PHONE "
                   QT-PHONE " BY " QT-SALESPERSON " TOTAL "
                   WS-TOTAL-ED
               IF QT-EXPIRY-DATE < WS-TODAY
                   DISPLAY "  EXPIRED " QT-EXPIRY-DATE
               ELSE
                   DISPLAY "  VALID UNTIL " QT-EXPIRY-DATE
               END-IF
           END-IF.
           READ QUOTE-FILE NEXT
               AT END SET ENDOFQUOTES TO TRUE
           END-READ.

      *> The printed quotation - our name, the customer's trade
      *> block, the lines, and the validity. Tax is charged at the
      *> register at the rate in force on the day of sale.
       600-PRINT-QUOTATION.
           DISPLAY "================= QUOTATION =====================".
           DISPLAY "QUOTE NO: " QT-QUOTE-NO "   DATE: " QT-QUOTE-DATE.
           DISPLAY "FROM: SEETU PATEL'S STORE".
           DISPLAY "TO:   " CM-TRADING-NAME.
           DISPLAY "      TAX ID " CM-TAX-ID.
           DISPLAY "      " CM-BILLING-ADDR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ITEM                      QTY   PRICE      TOTAL".
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > QT-LINE-COUNT
               MOVE QT-UNIT-PRICE (WS-LINE-IDX) TO WS-PRICE-ED
               MOVE QT-LINE-TOTAL (WS-LINE-IDX) TO WS-LINE-ED
               DISPLAY QT-ITEM-NAME (WS-LINE-IDX) " "
                   QT-QUANTITY (WS-LINE-IDX) " " WS-PRICE-ED " "
                   WS-LINE-ED
           END-PERFORM.
           DISPLAY "-------------------------------------------------".
           MOVE QT-QUOTE-TOTAL TO WS-TOTAL-ED.
           DISPLAY "TOTAL BEFORE TAX: " WS-TOTAL-ED.
           DISPLAY "VALID UNTIL " QT-EXPIRY-DATE
               " - QUOTE THE NUMBER AT THE TILL".
           DISPLAY "TAX CHARGED AT THE RATE IN FORCE ON THE DAY OF "
               "SALE.".
           DISPLAY "PREPARED BY " QT-SALESPERSON.
           DISPLAY "=================================================".

       700-ACCEPT-QUOTE-NO.
           DISPLAY "ENTER QUOTE NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LOOKUP-QUOTE = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE WS-LOOKUP-QUOTE TO QT-QUOTE-NO.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM QUOTE-DESK.
