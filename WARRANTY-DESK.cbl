      ******************************************************************
      * Author:
      * Date:
      * Purpose: Service-desk warranty lookup and claims. A customer
      *          brings a serialized unit back - the desk keys the
      *          serial and sees the sale it was registered to, the
      *          manufacturer's and any extended-plan cover with
      *          whether each is still running, and every claim
      *          already logged against it. A claim is logged as a
      *          repair, a replacement or a refusal; one the
      *          manufacturer covers is raised as a return-to-vendor
      *          candidate for the RTV desk to ship - the customer's
      *          unit itself for a repair, the faulty stock unit it
      *          was swapped for on a replacement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRANTY-FILE
               ASSIGN TO "WARRANTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-KEY
               FILE STATUS IS WARRANTY-FILE-STATUS.

           SELECT CLAIM-FILE
               ASSIGN TO "WARRCLM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-CLAIM-NO
               FILE STATUS IS CLAIM-FILE-STATUS.

           SELECT RTV-CANDIDATE-FILE
               ASSIGN TO "RTVCAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RTV-CANDIDATE-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT SALES-LOG
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT CLAIM-COUNTER
               ASSIGN TO "CLAIMNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-COUNTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WARRANTY-FILE.
           COPY "WARRANTY.CPY".

       FD  CLAIM-FILE.
           COPY "WARRANTY-CLAIM.CPY".

       FD  RTV-CANDIDATE-FILE.
           COPY "RTV-CANDIDATE.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       FD  CLAIM-COUNTER.
       01  CC-RECORD              PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WARRANTY-FILE-STATUS   PIC X(2).
       01  CLAIM-FILE-STATUS      PIC X(2).
       01  RTV-CANDIDATE-STATUS   PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).
       01  CLAIM-COUNTER-STATUS   PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-TODAY               PIC X(8).
       01  WS-SERIAL              PIC X(15).
       01  WS-FOUND-COUNT         PIC 9(3).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFWARRANTIES VALUE "Y".
       01  WS-CLM-EOF             PIC X(1).
       01  WS-SL-EOF              PIC X(1).
       01  WS-CLAIM-COUNT         PIC 9(3).
       01  WS-CLAIM-NO            PIC 9(6) VALUE ZERO.
       01  WS-COVERED-BY          PIC X(1).
       01  WS-CLAIM-ACTION        PIC X(1).
       01  WS-CONFIRM             PIC X(1).
       01  WS-SALE-AMOUNT-ED      PIC -ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "WARRANTY SERVICE DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O WARRANTY-FILE.
           IF WARRANTY-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN WARRANTY.DAT, STATUS "
                   WARRANTY-FILE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O CLAIM-FILE.
           IF CLAIM-FILE-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.
           IF CLAIM-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN WARRCLM.DAT, STATUS "
                   CLAIM-FILE-STATUS
               CLOSE WARRANTY-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN I-O RTV-CANDIDATE-FILE.
           IF RTV-CANDIDATE-STATUS = "35"
               OPEN OUTPUT RTV-CANDIDATE-FILE
               CLOSE RTV-CANDIDATE-FILE
               OPEN I-O RTV-CANDIDATE-FILE
           END-IF.
           IF RTV-CANDIDATE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN RTVCAND.DAT, STATUS "
                   RTV-CANDIDATE-STATUS
               CLOSE WARRANTY-FILE
               CLOSE CLAIM-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN ITEMMSTR.DAT, STATUS "
                   ITEM-MASTER-STATUS
               CLOSE WARRANTY-FILE
               CLOSE CLAIM-FILE
               CLOSE RTV-CANDIDATE-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE WARRANTY-FILE.
           CLOSE CLAIM-FILE.
           CLOSE RTV-CANDIDATE-FILE.
           CLOSE ITEM-MASTER.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (L=LOOK UP SERIAL, C=LOG A CLAIM)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM 200-LOOKUP-SERIAL
               WHEN "C"
                   PERFORM 300-LOG-CLAIM
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> A serial can have more than one registration - the same
      *> number from two manufacturers, or a unit returned and sold
      *> again - so every row for it is shown, live one or not.
       200-LOOKUP-SERIAL.
           DISPLAY "SERIAL NUMBER".
           MOVE SPACES TO WS-SERIAL.
           ACCEPT WS-SERIAL.
           MOVE ZERO TO WS-FOUND-COUNT.
           PERFORM 800-START-AT-SERIAL.
           PERFORM 210-SHOW-ONE-REGISTRATION UNTIL ENDOFWARRANTIES.
           IF WS-FOUND-COUNT = ZERO
               DISPLAY "SERIAL " WS-SERIAL " IS NOT REGISTERED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 230-SHOW-CLAIMS.

       210-SHOW-ONE-REGISTRATION.
           ADD 1 TO WS-FOUND-COUNT.
           DISPLAY "----------------------------------------".
           DISPLAY "ITEM " WR-ITEM-CODE " " WR-ITEM-NAME.
           DISPLAY "SOLD " WR-SALE-DATE " ON RECEIPT " WR-RECEIPT-NO
               " CUSTOMER PHONE " WR-PHONE.
           PERFORM 220-SHOW-SALE-ROW.
           PERFORM 810-SET-COVERAGE.
           DISPLAY "MANUFACTURER COVER TO " WR-MFR-END-DATE.
           IF WR-EXT-RECEIPT NOT = ZERO
               DISPLAY "EXTENDED PLAN TO " WR-EXT-END-DATE
                   " BOUGHT ON RECEIPT " WR-EXT-RECEIPT
           END-IF.
           EVALUATE TRUE
               WHEN WR-STATUS = "R"
                   DISPLAY "STATUS: UNIT WAS RETURNED - NO COVER"
               WHEN WR-STATUS = "V"
                   DISPLAY "STATUS: SALE WAS VOIDED - NO COVER"
               WHEN WS-COVERED-BY = "M"
                   DISPLAY "STATUS: UNDER MANUFACTURER WARRANTY"
               WHEN WS-COVERED-BY = "S"
                   DISPLAY "STATUS: UNDER STORE EXTENDED PLAN"
               WHEN OTHER
                   DISPLAY "STATUS: OUT OF WARRANTY"
           END-EVALUATE.
           DISPLAY "CLAIMS LOGGED: " WR-CLAIM-COUNT.
           PERFORM 820-READ-NEXT-FOR-SERIAL.

      *> The sale row is looked up on the log by receipt, item and
      *> serial, so the desk sees what the customer actually paid.
       220-SHOW-SALE-ROW.
           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SL-EOF.
           PERFORM UNTIL WS-SL-EOF = "Y"
               READ SALES-LOG
                   AT END MOVE "Y" TO WS-SL-EOF
                   NOT AT END
                       IF SL-RECEIPT-NO = WR-RECEIPT-NO
                           AND SL-ITEM-CODE = WR-ITEM-CODE
                           AND SL-SERIAL-NO = WR-SERIAL-NO
                           AND SL-QUANTITY > ZERO
                           MOVE SL-LINE-TOTAL TO WS-SALE-AMOUNT-ED
                           DISPLAY "SALE ROW: CASHIER " SL-CASHIER-ID
                               " REGISTER " SL-REGISTER-NO
                               " PAID " WS-SALE-AMOUNT-ED
                           MOVE "Y" TO WS-SL-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-LOG.

       230-SHOW-CLAIMS.
           DISPLAY "----------------------------------------".
           MOVE ZERO TO WS-CLAIM-COUNT.
           MOVE "N" TO WS-CLM-EOF.
           MOVE ZERO TO WC-CLAIM-NO.
           START CLAIM-FILE KEY NOT < WC-CLAIM-NO
               INVALID KEY MOVE "Y" TO WS-CLM-EOF
           END-START.
           PERFORM UNTIL WS-CLM-EOF = "Y"
               READ CLAIM-FILE NEXT
                   AT END MOVE "Y" TO WS-CLM-EOF
                   NOT AT END
                       IF WC-SERIAL-NO = WS-SERIAL
                           ADD 1 TO WS-CLAIM-COUNT
                           DISPLAY "CLAIM " WC-CLAIM-NO " "
                               WC-CLAIM-DATE " ITEM " WC-ITEM-CODE
                               " ACTION " WC-ACTION " COVER "
                               WC-COVERED-BY " BY " WC-ENTERED-BY
                           DISPLAY "  " WC-FAULT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CLAIM-COUNT = ZERO
               DISPLAY "NO PAST CLAIMS"
           END-IF.

      *> A claim is logged against the unit's live registration.
      *> Out of warranty the desk can only record a refusal.
       300-LOG-CLAIM.
           DISPLAY "SERIAL NUMBER".
           MOVE SPACES TO WS-SERIAL.
           ACCEPT WS-SERIAL.
           PERFORM 800-START-AT-SERIAL.
           PERFORM UNTIL ENDOFWARRANTIES OR WR-STATUS = "A"
               PERFORM 820-READ-NEXT-FOR-SERIAL
           END-PERFORM.
           IF ENDOFWARRANTIES
               DISPLAY "SERIAL " WS-SERIAL " HAS NO LIVE "
                   "REGISTRATION - NO CLAIM LOGGED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 810-SET-COVERAGE.
           DISPLAY "ITEM " WR-ITEM-CODE " " WR-ITEM-NAME
               " SOLD " WR-SALE-DATE.
           EVALUATE WS-COVERED-BY
               WHEN "M"
                   DISPLAY "UNDER MANUFACTURER WARRANTY TO "
                       WR-MFR-END-DATE
               WHEN "S"
                   DISPLAY "UNDER STORE EXTENDED PLAN TO "
                       WR-EXT-END-DATE
               WHEN OTHER
                   DISPLAY "OUT OF WARRANTY SINCE " WR-EXT-END-DATE
           END-EVALUATE.

           DISPLAY "ACTION (R=REPAIR, P=REPLACE, F=REFUSE)".
           ACCEPT WS-CLAIM-ACTION.
           IF WS-CLAIM-ACTION NOT = "R" AND WS-CLAIM-ACTION NOT = "P"
               AND WS-CLAIM-ACTION NOT = "F"
               DISPLAY "UNKNOWN ACTION: " WS-CLAIM-ACTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-COVERED-BY = "N" AND WS-CLAIM-ACTION NOT = "F"
               DISPLAY "OUT OF WARRANTY - ONLY A REFUSAL CAN BE LOGGED"
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WARRANTY-CLAIM-RECORD.
           MOVE WR-SERIAL-NO TO WC-SERIAL-NO.
           MOVE WR-ITEM-CODE TO WC-ITEM-CODE.
           MOVE WS-TODAY TO WC-CLAIM-DATE.
           MOVE WS-CLAIM-ACTION TO WC-ACTION.
           MOVE WS-COVERED-BY TO WC-COVERED-BY.
           MOVE WS-USER-ID TO WC-ENTERED-BY.
           DISPLAY "FAULT REPORTED".
           ACCEPT WC-FAULT.

           OPEN INPUT CLAIM-COUNTER.
           IF CLAIM-COUNTER-STATUS = "00"
               READ CLAIM-COUNTER INTO WS-CLAIM-NO
           END-IF.
           CLOSE CLAIM-COUNTER.
           ADD 1 TO WS-CLAIM-NO.
           MOVE WS-CLAIM-NO TO WC-CLAIM-NO.

           WRITE WARRANTY-CLAIM-RECORD.
           IF CLAIM-FILE-STATUS NOT = "00"
               DISPLAY "CLAIM NOT SAVED, STATUS " CLAIM-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CLAIM-COUNTER.
           MOVE WS-CLAIM-NO TO CC-RECORD.
           WRITE CC-RECORD.
           CLOSE CLAIM-COUNTER.

           ADD 1 TO WR-CLAIM-COUNT.
           REWRITE WARRANTY-RECORD.
           DISPLAY "CLAIM " WC-CLAIM-NO " LOGGED".

           IF WS-COVERED-BY = "M" AND WS-CLAIM-ACTION NOT = "F"
               PERFORM 310-RAISE-RTV-CANDIDATE
           END-IF.

      *> A repair sends the customer's own unit to the manufacturer
      *> - not our stock, nothing credited. A replacement gives the
      *> customer a unit off the shelf and the faulty one goes back
      *> in its place, so it leaves our stock for a credit.
       310-RAISE-RTV-CANDIDATE.
           MOVE WC-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM " WC-ITEM-CODE " NOT ON FILE - RAISE "
                       "THE RETURN TO VENDOR BY HAND"
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE RTV-CANDIDATE-RECORD.
           MOVE "W" TO RC-SOURCE.
           MOVE WC-CLAIM-NO TO RC-SOURCE-NO.
           MOVE WC-ITEM-CODE TO RC-ITEM-CODE.
           MOVE IM-SUPPLIER-CODE TO RC-SUPPLIER-CODE.
           MOVE 1 TO RC-QUANTITY.
           MOVE WC-SERIAL-NO TO RC-SERIAL-NO.
           IF WC-ACTION = "R"
               MOVE "WR" TO RC-REASON-CODE
               MOVE "N" TO RC-STOCK-MOVES
           ELSE
               MOVE "WX" TO RC-REASON-CODE
               MOVE "Y" TO RC-STOCK-MOVES
           END-IF.
           MOVE "O" TO RC-STATUS.
           MOVE WS-TODAY TO RC-DATE-RAISED.
           MOVE ZERO TO RC-RTV-NO.
           WRITE RTV-CANDIDATE-RECORD.
           IF RTV-CANDIDATE-STATUS NOT = "00"
               DISPLAY "RTV CANDIDATE NOT SAVED, STATUS "
                   RTV-CANDIDATE-STATUS
           ELSE
               DISPLAY "RETURN TO VENDOR CANDIDATE RAISED FOR "
                   "SUPPLIER " RC-SUPPLIER-CODE
           END-IF.

       800-START-AT-SERIAL.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-SERIAL TO WR-SERIAL-NO.
           MOVE LOW-VALUES TO WR-ITEM-CODE.
           START WARRANTY-FILE KEY NOT < WR-KEY
               INVALID KEY SET ENDOFWARRANTIES TO TRUE
           END-START.
           IF NOT ENDOFWARRANTIES
               PERFORM 820-READ-NEXT-FOR-SERIAL
           END-IF.

      *> Manufacturer first - the store's plan only pays once the
      *> manufacturer's cover has run out.
       810-SET-COVERAGE.
           EVALUATE TRUE
               WHEN WR-STATUS NOT = "A"
                   MOVE "N" TO WS-COVERED-BY
               WHEN WS-TODAY NOT > WR-MFR-END-DATE
                   MOVE "M" TO WS-COVERED-BY
               WHEN WS-TODAY NOT > WR-EXT-END-DATE
                   MOVE "S" TO WS-COVERED-BY
               WHEN OTHER
                   MOVE "N" TO WS-COVERED-BY
           END-EVALUATE.

       820-READ-NEXT-FOR-SERIAL.
           READ WARRANTY-FILE NEXT
               AT END SET ENDOFWARRANTIES TO TRUE
               NOT AT END
                   IF WR-SERIAL-NO NOT = WS-SERIAL
                       SET ENDOFWARRANTIES TO TRUE
                   END-IF
           END-READ.

       END PROGRAM WARRANTY-DESK.
