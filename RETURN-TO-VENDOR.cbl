      *          row per line, same as the register's decrements) and
      *          books the credit we expect at IM-UNIT-COST; C posts
      *          the supplier's credit note against an open RTV line
      *          when it finally arrives. K ships the candidates other
      *          desks have raised for a supplier (warranty claims
      *          the manufacturer covers, closed product recalls) on
      *          a new RTV, asking line by line. RTV-CREDITS-REPORT
      *          lists what is still owed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO "STOCKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-STATUS.

      *> RTV-COUNTER persists the last RTV document number across
      *> runs, same convention as PO-COUNTER and XFER-COUNTER.
           SELECT RTV-COUNTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTV-COUNTER-STATUS.

           SELECT RTV-CANDIDATE-FILE
               ASSIGN TO "RTVCAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RTV-CANDIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       FD  STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT.CPY".

       FD  RTV-COUNTER.
       01  RTC-RECORD             PIC 9(6).

       FD  RTV-CANDIDATE-FILE.
           COPY "RTV-CANDIDATE.CPY".

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  RTV-FILE-STATUS        PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  STOCK-MOVEMENT-STATUS  PIC X(2).
       01  RTV-COUNTER-STATUS     PIC X(2).
       01  RTV-CANDIDATE-STATUS   PIC X(2).
       01  WS-CAND-EOF            PIC X(1).
       01  WS-CAND-COUNT          PIC 9(5).
       01  WS-SHIP-IT             PIC X(1).
       01  WS-USER-ID             PIC X(8).
       01  WS-FUNCTION-ENTRY      PIC X(1).
       01  WS-WANT-MORE           PIC X(1).
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF STOCK-MOVEMENT-STATUS = "05"
               OR STOCK-MOVEMENT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "R=RECORD AN RTV  C=POST A SUPPLIER CREDIT  "
               "K=SHIP RAISED CANDIDATES".
           ACCEPT WS-FUNCTION-ENTRY.
           EVALUATE WS-FUNCTION-ENTRY
               WHEN "R"
                   PERFORM 100-RECORD-RTV
               WHEN "C"
                   PERFORM 200-POST-CREDIT
               WHEN "K"
                   PERFORM 300-SHIP-CANDIDATES
               WHEN OTHER
                   DISPLAY "NOT R, C OR K - NOTHING DONE"
           END-EVALUATE.

           CLOSE ITEM-MASTER.
           CLOSE RTV-FILE.
           CLOSE AUDIT-LOG.
           CLOSE STOCK-MOVEMENT-FILE.

       900-END-PROGRAM.
           STOP RUN.
           MOVE WS-TODAY TO RV-DATE-SHIPPED.
           MOVE SPACES TO RV-DATE-CREDITED.
           MOVE WS-USER-ID TO RV-ENTERED-BY.
           MOVE SPACES TO RV-GL-DATE.
           WRITE RTV-RECORD
               INVALID KEY
                   DISPLAY "ITEM " RV-ITEM-CODE " ALREADY ON THIS "
           DISPLAY "CREDIT POSTED - RTV " RV-RTV-NO " ITEM "
               RV-ITEM-CODE " CLOSED".

      *> Walks every open candidate for the supplier. Each one the
      *> clerk ships becomes a line on one new RTV, under the same
      *> consumed-only-when-used numbering as R. A customer's unit
      *> going for repair was never our stock - it moves nothing
      *> and expects no credit. Recalled stock leaves quarantine.
       300-SHIP-CANDIDATES.
           OPEN I-O RTV-CANDIDATE-FILE.
           IF RTV-CANDIDATE-STATUS NOT = "00"
               DISPLAY "NO RTV CANDIDATES ON FILE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RTV-COUNTER.
           IF RTV-COUNTER-STATUS = "00"
               READ RTV-COUNTER INTO WS-RTV-NO
           END-IF.
           CLOSE RTV-COUNTER.
           ADD 1 TO WS-RTV-NO.

           DISPLAY "SUPPLIER CODE TO SHIP CANDIDATES FOR".
           ACCEPT WS-SUPPLIER-CODE.
           DISPLAY "RTV " WS-RTV-NO " FOR SUPPLIER " WS-SUPPLIER-CODE.

           MOVE ZERO TO WS-CAND-COUNT.
           MOVE "N" TO WS-CAND-EOF.
           MOVE LOW-VALUES TO RC-KEY.
           START RTV-CANDIDATE-FILE KEY NOT < RC-KEY
               INVALID KEY MOVE "Y" TO WS-CAND-EOF
           END-START.
           PERFORM UNTIL WS-CAND-EOF = "Y"
               READ RTV-CANDIDATE-FILE NEXT
                   AT END MOVE "Y" TO WS-CAND-EOF
                   NOT AT END
                       IF RC-SUPPLIER-CODE = WS-SUPPLIER-CODE
                           AND RC-STATUS = "O"
                           ADD 1 TO WS-CAND-COUNT
                           PERFORM 310-SHIP-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RTV-CANDIDATE-FILE.

           IF WS-CAND-COUNT = ZERO
               DISPLAY "NO OPEN CANDIDATES FOR " WS-SUPPLIER-CODE
           END-IF.
           IF WS-LINE-COUNT NOT = ZERO
               OPEN OUTPUT RTV-COUNTER
               MOVE WS-RTV-NO TO RTC-RECORD
               WRITE RTC-RECORD
               CLOSE RTV-COUNTER
               DISPLAY "RTV " WS-RTV-NO " RECORDED - " WS-LINE-COUNT
                   " LINES. QUOTE THE RTV NUMBER ON THE CARTON."
           ELSE
               DISPLAY "NOTHING RETURNED - NUMBER NOT CONSUMED"
           END-IF.

       310-SHIP-ONE-CANDIDATE.
           DISPLAY RC-SOURCE " " RC-SOURCE-NO " ITEM " RC-ITEM-CODE
               " QTY " RC-QUANTITY " SERIAL " RC-SERIAL-NO
               " REASON " RC-REASON-CODE " RAISED " RC-DATE-RAISED.
           DISPLAY "SHIP IT ON THIS RTV? (Y/N)".
           ACCEPT WS-SHIP-IT.
           IF WS-SHIP-IT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE RC-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM " RC-ITEM-CODE " NOT ON THE ITEM "
                       "MASTER - LEFT OPEN"
                   EXIT PARAGRAPH
           END-READ.
           IF RC-STOCK-MOVES = "Y" AND RC-QUANTITY > IM-QTY-ON-HAND
               DISPLAY "ONLY " IM-QTY-ON-HAND " ON HAND FOR "
                   IM-ITEM-CODE " - LEFT OPEN"
               EXIT PARAGRAPH
           END-IF.
           IF RC-STOCK-MOVES = "Q"
               AND RC-QUANTITY > IM-QTY-QUARANTINED
               DISPLAY "ONLY " IM-QTY-QUARANTINED " IN QUARANTINE FOR "
                   IM-ITEM-CODE " - LEFT OPEN"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RTV-NO TO RV-RTV-NO.
           MOVE IM-ITEM-CODE TO RV-ITEM-CODE.
           MOVE WS-SUPPLIER-CODE TO RV-SUPPLIER-CODE.
           MOVE IM-ITEM-NAME TO RV-ITEM-NAME.
           MOVE RC-QUANTITY TO RV-QUANTITY.
           MOVE RC-REASON-CODE TO RV-REASON-CODE.
           IF RC-STOCK-MOVES = "N"
               MOVE ZEROES TO RV-EXPECTED-CREDIT
           ELSE
               COMPUTE RV-EXPECTED-CREDIT =
                   RC-QUANTITY * IM-UNIT-COST
           END-IF.
           MOVE ZEROES TO RV-CREDIT-RECEIVED.
           MOVE "O" TO RV-STATUS.
           MOVE WS-TODAY TO RV-DATE-SHIPPED.
           MOVE SPACES TO RV-DATE-CREDITED.
           MOVE WS-USER-ID TO RV-ENTERED-BY.
           MOVE SPACES TO RV-GL-DATE.
           WRITE RTV-RECORD
               INVALID KEY
                   DISPLAY "ITEM " RV-ITEM-CODE " ALREADY ON THIS "
                       "RTV - LEFT OPEN FOR THE NEXT ONE"
                   EXIT PARAGRAPH
           END-WRITE.

           EVALUATE RC-STOCK-MOVES
               WHEN "Y"
                   MOVE IM-QTY-ON-HAND TO WS-QTY-BEFORE
                   SUBTRACT RC-QUANTITY FROM IM-QTY-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
                   PERFORM 120-AUDIT-RTV-MOVEMENT
               WHEN "Q"
                   MOVE IM-QTY-QUARANTINED TO WS-QTY-BEFORE
                   SUBTRACT RC-QUANTITY FROM IM-QTY-QUARANTINED
                   REWRITE ITEM-MASTER-RECORD
                   PERFORM 125-AUDIT-QUARANTINE-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "S" TO RC-STATUS.
           MOVE WS-RTV-NO TO RC-RTV-NO.
           REWRITE RTV-CANDIDATE-RECORD.
           DISPLAY "BOOKED - EXPECTED CREDIT " RV-EXPECTED-CREDIT.

      *> One AUDIT-LOG row per RTV line, same who/when/old/new trail
      *> as every other IM-QTY-ON-HAND movement.
       120-AUDIT-RTV-MOVEMENT.
           MOVE IM-QTY-ON-HAND TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE IM-ITEM-CODE TO MV-ITEM-CODE.
           MOVE "VR" TO MV-TYPE.
           MOVE WS-QTY-BEFORE TO MV-QTY-BEFORE.
           MOVE IM-QTY-ON-HAND TO MV-QTY-AFTER.
           MOVE WS-RTV-NO TO MV-REFERENCE.
           MOVE WS-USER-ID TO MV-USER-ID.
           PERFORM WRITE-STOCK-MOVEMENT.

       125-AUDIT-QUARANTINE-MOVEMENT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-USER-ID TO AL-USER-ID.
           MOVE "ITEM" TO AL-RECORD-TYPE.
           MOVE IM-ITEM-CODE TO AL-KEY-VALUE.
           MOVE "QTY-QUARANTINED" TO AL-FIELD-NAME.
           MOVE WS-QTY-BEFORE TO AL-OLD-VALUE.
           MOVE IM-QTY-QUARANTINED TO AL-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           COPY "AUDIT-LOG-LOGIC.CPY".

           COPY "STOCK-MOVEMENT-LOGIC.CPY".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM RETURN-TO-VENDOR.
