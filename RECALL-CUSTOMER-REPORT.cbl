      ******************************************************************
      * Author:
      * Date:
      * Purpose: Who to contact about a product recall. Key the
      *          recall number and every sale of the items it names
      *          is pulled from SALESLOG.DAT and SALESLOGARC.DAT -
      *          narrowed to the recalled serials for a serial-range
      *          notice, and to sales since the lot arrived for a lot
      *          notice (the till cannot tell lots apart). Each sale
      *          is matched to a customer through the loyalty log's
      *          receipt, or for a serialized unit its warranty
      *          registration, and the list prints by customer with
      *          the email on CONTACTS.DAT. Sales with no customer on
      *          file print last by receipt, for the notice in the
      *          store window. Run-logged like the other batch
      *          programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL-CUSTOMER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-FILE
               ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RY-KEY
               FILE STATUS IS RECALL-FILE-STATUS.

           SELECT STOCK-LOT-FILE
               ASSIGN TO "STOCKLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-LOT-STATUS.

           SELECT SALES-LOG
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT SALES-LOG-ARC
               ASSIGN TO "SALESLOGARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT LOYALTY-LOG
               ASSIGN TO "LOYALTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOYALTY-LOG-STATUS.

           SELECT WARRANTY-FILE
               ASSIGN TO "WARRANTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-KEY
               FILE STATUS IS WARRANTY-FILE-STATUS.

           SELECT CONTACT-MASTER
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PHONE
               FILE STATUS IS CONTACT-MASTER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-FILE.
           COPY "RECALL.CPY".

       FD  STOCK-LOT-FILE.
           COPY "STOCK-LOT.CPY".

      *> Both sales sources carry the same row layout and are read
      *> INTO the shared SALES-LOG copy in WORKING-STORAGE, same
      *> pattern as MARGIN-REPORT.
       FD  SALES-LOG.
       01  LIVE-ROW               PIC X(209).

       FD  SALES-LOG-ARC.
       01  ARC-ROW                PIC X(209).

       FD  LOYALTY-LOG.
           COPY "LOYALTY-LOG.CPY".

       FD  WARRANTY-FILE.
           COPY "WARRANTY.CPY".

       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  RECALL-FILE-STATUS     PIC X(2).
       01  STOCK-LOT-STATUS       PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).
       01  ARCHIVE-STATUS         PIC X(2).
       01  LOYALTY-LOG-STATUS     PIC X(2).
       01  WARRANTY-FILE-STATUS   PIC X(2).
       01  CONTACT-MASTER-STATUS  PIC X(2).

           COPY "SALES-LOG.CPY".

       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFINPUT VALUE "Y".
       01  WS-RECALL-NO           PIC 9(6).
       01  WS-ROW-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMER-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-QTY-ED              PIC -ZZ9.999.

      *> The items the notice names, with what narrows each one's
      *> sales: the lot's arrival date, or the serial range.
       01  WS-ITEM-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05 WS-RECALL-ITEM OCCURS 50 TIMES INDEXED BY RI-IDX.
               10 RI-ITEM-CODE    PIC X(6).
               10 RI-SCOPE        PIC X(1).
               10 RI-LOT-PO       PIC 9(6).
               10 RI-FROM-DATE    PIC X(8).
               10 RI-SERIAL-FROM  PIC X(15).
               10 RI-SERIAL-TO    PIC X(15).

      *> Every recalled sale found, with the customer it traced to
      *> (zero phone = none on file) and whether it has printed.
       01  WS-HIT-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-HIT-TABLE.
           05 WS-HIT OCCURS 1000 TIMES INDEXED BY SH-IDX SH2-IDX.
               10 SH-RECEIPT-NO   PIC 9(6).
               10 SH-ITEM-CODE    PIC X(6).
               10 SH-ITEM-NAME    PIC X(25).
               10 SH-SALE-DATE    PIC X(8).
               10 SH-QUANTITY     PIC S9(3)V9(3).
               10 SH-SERIAL-NO    PIC X(15).
               10 SH-PHONE        PIC 9(10).
               10 SH-PRINTED      PIC X(1).
       01  WS-CURRENT-PHONE       PIC 9(10).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "RECALL NUMBER".
           ACCEPT WS-RECALL-NO.

           OPEN INPUT RECALL-FILE.
           IF RECALL-FILE-STATUS NOT = "00"
               DISPLAY "NO RECALL FILE, STATUS " RECALL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RY-KEY.
           START RECALL-FILE KEY NOT < RY-KEY
               INVALID KEY SET ENDOFINPUT TO TRUE
           END-START.
           PERFORM 100-COLLECT-ONE-ITEM UNTIL ENDOFINPUT.
           CLOSE RECALL-FILE.
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "RECALL " WS-RECALL-NO " NOT ON FILE"
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM 150-FIND-LOT-DATES.

           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 200-SCAN-LIVE-ROW UNTIL ENDOFINPUT
               CLOSE SALES-LOG
           END-IF.
           OPEN INPUT SALES-LOG-ARC.
           IF ARCHIVE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 210-SCAN-ARC-ROW UNTIL ENDOFINPUT
               CLOSE SALES-LOG-ARC
           END-IF.

           PERFORM 300-TRACE-CUSTOMERS.
           PERFORM 400-PRINT-LIST.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "RECALL-CUSTOMER-RPT" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROW-COUNT TO RL-READ-COUNT.
           MOVE WS-HIT-COUNT TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

       100-COLLECT-ONE-ITEM.
           READ RECALL-FILE NEXT
               AT END
                   SET ENDOFINPUT TO TRUE
               NOT AT END
                   IF RY-RECALL-NO = WS-RECALL-NO
                       MOVE WS-ITEM-COUNT TO WS-TB-COUNT
                       MOVE 50 TO WS-TB-LIMIT
                       PERFORM CHECK-TABLE-BOUNDS
                       IF WS-TB-OK = "Y"
                           ADD 1 TO WS-ITEM-COUNT
                           SET RI-IDX TO WS-ITEM-COUNT
                           MOVE RY-ITEM-CODE TO RI-ITEM-CODE (RI-IDX)
                           MOVE RY-SCOPE TO RI-SCOPE (RI-IDX)
                           MOVE RY-LOT-PO TO RI-LOT-PO (RI-IDX)
                           MOVE SPACES TO RI-FROM-DATE (RI-IDX)
                           MOVE RY-SERIAL-FROM
                               TO RI-SERIAL-FROM (RI-IDX)
                           MOVE RY-SERIAL-TO TO RI-SERIAL-TO (RI-IDX)
                       END-IF
                   END-IF
           END-READ.

      *> A lot notice only reaches customers who bought on or after
      *> the lot's earliest delivery.
       150-FIND-LOT-DATES.
           OPEN INPUT STOCK-LOT-FILE.
           IF STOCK-LOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL ENDOFINPUT
               READ STOCK-LOT-FILE
                   AT END SET ENDOFINPUT TO TRUE
                   NOT AT END
                       PERFORM 160-MATCH-ONE-LOT
               END-READ
           END-PERFORM.
           CLOSE STOCK-LOT-FILE.

       160-MATCH-ONE-LOT.
           PERFORM VARYING RI-IDX FROM 1 BY 1
                   UNTIL RI-IDX > WS-ITEM-COUNT
               IF RI-SCOPE (RI-IDX) = "L"
                   AND RI-ITEM-CODE (RI-IDX) = LT-ITEM-CODE
                   AND RI-LOT-PO (RI-IDX) = LT-PO-NUMBER
                   IF RI-FROM-DATE (RI-IDX) = SPACES
                       OR LT-DATE-RECEIVED < RI-FROM-DATE (RI-IDX)
                       MOVE LT-DATE-RECEIVED TO RI-FROM-DATE (RI-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       200-SCAN-LIVE-ROW.
           READ SALES-LOG INTO SALES-LOG-RECORD
               AT END
                   SET ENDOFINPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM 220-MATCH-SALE-ROW
           END-READ.

       210-SCAN-ARC-ROW.
           READ SALES-LOG-ARC INTO SALES-LOG-RECORD
               AT END
                   SET ENDOFINPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM 220-MATCH-SALE-ROW
           END-READ.

       220-MATCH-SALE-ROW.
           IF SL-QUANTITY NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RI-IDX FROM 1 BY 1
                   UNTIL RI-IDX > WS-ITEM-COUNT
               IF RI-ITEM-CODE (RI-IDX) = SL-ITEM-CODE
                   EVALUATE RI-SCOPE (RI-IDX)
                       WHEN "S"
                           IF SL-SERIAL-NO NOT < RI-SERIAL-FROM (RI-IDX)
                               AND SL-SERIAL-NO
                                   NOT > RI-SERIAL-TO (RI-IDX)
                               PERFORM 230-ADD-HIT
                           END-IF
                       WHEN "L"
                           IF SL-TIMESTAMP(1:8)
                               NOT < RI-FROM-DATE (RI-IDX)
                               PERFORM 230-ADD-HIT
                           END-IF
                       WHEN OTHER
                           PERFORM 230-ADD-HIT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       230-ADD-HIT.
           MOVE WS-HIT-COUNT TO WS-TB-COUNT.
           MOVE 1000 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HIT-COUNT.
           SET SH-IDX TO WS-HIT-COUNT.
           MOVE SL-RECEIPT-NO TO SH-RECEIPT-NO (SH-IDX).
           MOVE SL-ITEM-CODE TO SH-ITEM-CODE (SH-IDX).
           MOVE SL-ITEM-NAME TO SH-ITEM-NAME (SH-IDX).
           MOVE SL-TIMESTAMP(1:8) TO SH-SALE-DATE (SH-IDX).
           MOVE SL-QUANTITY TO SH-QUANTITY (SH-IDX).
           MOVE SL-SERIAL-NO TO SH-SERIAL-NO (SH-IDX).
           MOVE ZERO TO SH-PHONE (SH-IDX).
           MOVE "N" TO SH-PRINTED (SH-IDX).

      *> The loyalty log ties a receipt to a member; a serialized
      *> unit bought without one may still have its warranty
      *> registration's phone.
       300-TRACE-CUSTOMERS.
           OPEN INPUT LOYALTY-LOG.
           IF LOYALTY-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL ENDOFINPUT
                   READ LOYALTY-LOG
                       AT END SET ENDOFINPUT TO TRUE
                       NOT AT END
                           PERFORM 310-MATCH-LOYALTY-ROW
                   END-READ
               END-PERFORM
               CLOSE LOYALTY-LOG
           END-IF.

           OPEN INPUT WARRANTY-FILE.
           IF WARRANTY-FILE-STATUS = "00"
               PERFORM VARYING SH-IDX FROM 1 BY 1
                       UNTIL SH-IDX > WS-HIT-COUNT
                   IF SH-PHONE (SH-IDX) = ZERO
                       AND SH-SERIAL-NO (SH-IDX) NOT = SPACES
                       PERFORM 320-MATCH-WARRANTY
                   END-IF
               END-PERFORM
               CLOSE WARRANTY-FILE
           END-IF.

       310-MATCH-LOYALTY-ROW.
           PERFORM VARYING SH-IDX FROM 1 BY 1
                   UNTIL SH-IDX > WS-HIT-COUNT
               IF SH-RECEIPT-NO (SH-IDX) = LY-RECEIPT-NO
                   MOVE LY-PHONE TO SH-PHONE (SH-IDX)
               END-IF
           END-PERFORM.

       320-MATCH-WARRANTY.
           MOVE SH-SERIAL-NO (SH-IDX) TO WR-SERIAL-NO.
           MOVE SH-ITEM-CODE (SH-IDX) TO WR-ITEM-CODE.
           READ WARRANTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WR-RECEIPT-NO = SH-RECEIPT-NO (SH-IDX)
                       MOVE WR-PHONE TO SH-PHONE (SH-IDX)
                   END-IF
           END-READ.

       400-PRINT-LIST.
           DISPLAY "=========== RECALL " WS-RECALL-NO
               " - CUSTOMERS TO CONTACT ===========".
           OPEN INPUT CONTACT-MASTER.
           PERFORM VARYING SH-IDX FROM 1 BY 1
                   UNTIL SH-IDX > WS-HIT-COUNT
               IF SH-PHONE (SH-IDX) NOT = ZERO
                   AND SH-PRINTED (SH-IDX) = "N"
                   PERFORM 410-PRINT-ONE-CUSTOMER
               END-IF
           END-PERFORM.
           IF CONTACT-MASTER-STATUS = "00"
               CLOSE CONTACT-MASTER
           END-IF.

           DISPLAY "----------- SALES WITH NO CUSTOMER ON FILE -------".
           PERFORM VARYING SH-IDX FROM 1 BY 1
                   UNTIL SH-IDX > WS-HIT-COUNT
               IF SH-PHONE (SH-IDX) = ZERO
                   ADD 1 TO WS-UNKNOWN-COUNT
                   SET SH2-IDX TO SH-IDX
                   PERFORM 420-PRINT-ONE-SALE
               END-IF
           END-PERFORM.
           DISPLAY "=================================================".
           DISPLAY "RECALLED SALES FOUND: " WS-HIT-COUNT
               " CUSTOMERS TO CONTACT: " WS-CUSTOMER-COUNT
               " UNTRACED SALES: " WS-UNKNOWN-COUNT.

      *> One customer's heading, then every recalled sale traced to
      *> them - the rest of the table is marked so they print once.
       410-PRINT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE SH-PHONE (SH-IDX) TO WS-CURRENT-PHONE.
           MOVE WS-CURRENT-PHONE TO CM-PHONE.
           MOVE SPACES TO CM-EMAIL.
           IF CONTACT-MASTER-STATUS = "00"
               READ CONTACT-MASTER
                   INVALID KEY
                       MOVE SPACES TO CM-EMAIL
               END-READ
           END-IF.
           DISPLAY "PHONE " WS-CURRENT-PHONE " EMAIL " CM-EMAIL.
           PERFORM VARYING SH2-IDX FROM SH-IDX BY 1
                   UNTIL SH2-IDX > WS-HIT-COUNT
               IF SH-PHONE (SH2-IDX) = WS-CURRENT-PHONE
                   MOVE "Y" TO SH-PRINTED (SH2-IDX)
                   PERFORM 420-PRINT-ONE-SALE
               END-IF
           END-PERFORM.

       420-PRINT-ONE-SALE.
           MOVE SH-QUANTITY (SH2-IDX) TO WS-QTY-ED.
           DISPLAY "  " SH-SALE-DATE (SH2-IDX) " RECEIPT "
               SH-RECEIPT-NO (SH2-IDX) " " WS-QTY-ED " x "
               SH-ITEM-CODE (SH2-IDX) " " SH-ITEM-NAME (SH2-IDX).
           IF SH-SERIAL-NO (SH2-IDX) NOT = SPACES
               DISPLAY "    SERIAL " SH-SERIAL-NO (SH2-IDX)
           END-IF.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM RECALL-CUSTOMER-REPORT.
