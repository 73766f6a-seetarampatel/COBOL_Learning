      ******************************************************************
      * Author:
      * Date:
      * Purpose: Furniture and appliance deliveries used to be an
      *          address scribbled on the back of the receipt. This
      *          desk books a home delivery against a receipt number
      *          after the sale (the register offers the same booking
      *          at checkout) - the customer from CONTACT-MASTER, the
      *          address, and a date and slot, within each slot's
      *          daily capacity. Dispatch puts the stop on a van, the
      *          drivers' proof-of-delivery or failed-delivery slips
      *          are keyed back in here, a failed stop is rebooked,
      *          and the outstanding list shows everything not yet
      *          delivered. DELIVERY-MANIFEST prints the vans' run
      *          sheets each morning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-FILE
               ASSIGN TO "DELIVERY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-RECEIPT-NO
               FILE STATUS IS DELIVERY-FILE-STATUS.

           SELECT CONTACT-MASTER
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PHONE
               FILE STATUS IS CONTACT-MASTER-STATUS.

           SELECT SALES-LOG
               ASSIGN TO "SALESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-FILE.
           COPY "DELIVERY.CPY".

       FD  CONTACT-MASTER.
           COPY "CONTACT-MASTER.CPY".

       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  DELIVERY-FILE-STATUS   PIC X(2).
       01  CONTACT-MASTER-STATUS  PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-TODAY               PIC X(8).
       01  WS-LOOKUP-RECEIPT      PIC 9(6).
       01  WS-RECEIPT-FOUND       PIC X(1).
       01  WS-SL-EOF              PIC X(1).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFDELIVERIES VALUE "Y".
       01  WS-RESULT              PIC X(1).
       01  WS-OUTSTANDING-COUNT   PIC 9(5).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "DELIVERY-BOOKING-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "HOME DELIVERY DESK".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O DELIVERY-FILE.
           IF DELIVERY-FILE-STATUS = "35"
               OPEN OUTPUT DELIVERY-FILE
               CLOSE DELIVERY-FILE
               OPEN I-O DELIVERY-FILE
           END-IF.
           IF DELIVERY-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN DELIVERY.DAT, STATUS "
                   DELIVERY-FILE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT CONTACT-MASTER.
           IF CONTACT-MASTER-STATUS NOT = "00"
               DISPLAY "NO CONTACT MASTER - A DELIVERY NEEDS A KNOWN "
                   "CUSTOMER, STATUS " CONTACT-MASTER-STATUS
               CLOSE DELIVERY-FILE
               GO TO 900-END-PROGRAM
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE DELIVERY-FILE.
           CLOSE CONTACT-MASTER.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (B=BOOK, R=REBOOK, V=ASSIGN VAN, "
               "D=DRIVER RESULT, X=CANCEL, L=OUTSTANDING)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "B"
                   PERFORM 200-BOOK-DELIVERY
               WHEN "R"
                   PERFORM 300-REBOOK-DELIVERY
               WHEN "V"
                   PERFORM 400-ASSIGN-VAN
               WHEN "D"
                   PERFORM 500-ENTER-DRIVER-RESULT
               WHEN "X"
                   PERFORM 600-CANCEL-DELIVERY
               WHEN "L"
                   PERFORM 700-LIST-OUTSTANDING
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> The receipt must be a real sale on the log - the manifest
      *> loads the van from its rows. A receipt already booked is
      *> rebooked, not booked twice.
       200-BOOK-DELIVERY.
           PERFORM 800-ACCEPT-RECEIPT-NO.
           READ DELIVERY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DV-STATUS NOT = "X"
                       DISPLAY "RECEIPT " DV-RECEIPT-NO " ALREADY "
                           "HAS A DELIVERY - STATUS " DV-STATUS
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           PERFORM 810-CHECK-RECEIPT-ON-LOG.
           IF WS-RECEIPT-FOUND = "N"
               DISPLAY "RECEIPT " WS-LOOKUP-RECEIPT " HAS NO SALE "
                   "ON THE LOG - NOTHING TO DELIVER"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-RECEIPT TO WS-DLV-RECEIPT.
           MOVE ZERO TO WS-DLV-PHONE.
           MOVE WS-USER-ID TO WS-DLV-BOOKED-BY.
           PERFORM BOOK-DELIVERY.

      *> A booked stop the customer wants moved, or a failed one
      *> going back out - same customer, new date and slot.
       300-REBOOK-DELIVERY.
           PERFORM 800-ACCEPT-RECEIPT-NO.
           READ DELIVERY-FILE
               INVALID KEY
                   DISPLAY "NO DELIVERY FOR RECEIPT "
                       WS-LOOKUP-RECEIPT
                   EXIT PARAGRAPH
           END-READ.
           IF DV-STATUS NOT = "B" AND DV-STATUS NOT = "F"
               DISPLAY "DELIVERY IS NOT OPEN - STATUS " DV-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOW BOOKED " DV-DELIVERY-DATE " SLOT " DV-SLOT
               " - " DV-RESULT-NOTE.
           MOVE DV-RECEIPT-NO TO WS-DLV-RECEIPT.
           MOVE DV-PHONE TO WS-DLV-PHONE.
           MOVE WS-USER-ID TO WS-DLV-BOOKED-BY.
           PERFORM BOOK-DELIVERY.

       400-ASSIGN-VAN.
           PERFORM 800-ACCEPT-RECEIPT-NO.
           READ DELIVERY-FILE
               INVALID KEY
                   DISPLAY "NO DELIVERY FOR RECEIPT "
                       WS-LOOKUP-RECEIPT
                   EXIT PARAGRAPH
           END-READ.
           IF DV-STATUS NOT = "B"
               DISPLAY "DELIVERY IS NOT BOOKED - STATUS " DV-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY DV-DELIVERY-DATE " SLOT " DV-SLOT " " DV-ADDRESS.
           DISPLAY "VAN NUMBER (2 CHARACTERS)".
           ACCEPT DV-VAN.
           REWRITE DELIVERY-RECORD.
           DISPLAY "RECEIPT " DV-RECEIPT-NO " ON VAN " DV-VAN.

      *> The driver's slip: D delivered with the name of whoever
      *> signed, or F failed with the reason (nobody home, access,
      *> refused). A failed stop stays outstanding until rebooked.
       500-ENTER-DRIVER-RESULT.
           PERFORM 800-ACCEPT-RECEIPT-NO.
           READ DELIVERY-FILE
               INVALID KEY
                   DISPLAY "NO DELIVERY FOR RECEIPT "
                       WS-LOOKUP-RECEIPT
                   EXIT PARAGRAPH
           END-READ.
           IF DV-STATUS NOT = "B"
               DISPLAY "DELIVERY IS NOT OUT - STATUS " DV-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RESULT (D=DELIVERED, F=FAILED)".
           ACCEPT WS-RESULT.
           EVALUATE WS-RESULT
               WHEN "D"
                   DISPLAY "SIGNED FOR BY"
               WHEN "F"
                   DISPLAY "REASON NOT DELIVERED"
               WHEN OTHER
                   DISPLAY "UNKNOWN RESULT: " WS-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO DV-RESULT-NOTE.
           ACCEPT DV-RESULT-NOTE.
           MOVE WS-RESULT TO DV-STATUS.
           MOVE WS-TODAY TO DV-RESULT-DATE.
           ADD 1 TO DV-ATTEMPTS.
           REWRITE DELIVERY-RECORD.
           IF WS-RESULT = "D"
               DISPLAY "RECEIPT " DV-RECEIPT-NO " DELIVERED"
           ELSE
               DISPLAY "RECEIPT " DV-RECEIPT-NO " FAILED - ATTEMPT "
                   DV-ATTEMPTS ", REBOOK WITH THE CUSTOMER"
           END-IF.

       600-CANCEL-DELIVERY.
           PERFORM 800-ACCEPT-RECEIPT-NO.
           READ DELIVERY-FILE
               INVALID KEY
                   DISPLAY "NO DELIVERY FOR RECEIPT "
                       WS-LOOKUP-RECEIPT
                   EXIT PARAGRAPH
           END-READ.
           IF DV-STATUS NOT = "B" AND DV-STATUS NOT = "F"
               DISPLAY "DELIVERY IS NOT OPEN - STATUS " DV-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "X" TO DV-STATUS.
           MOVE WS-TODAY TO DV-RESULT-DATE.
           MOVE "CANCELLED AT THE DESK" TO DV-RESULT-NOTE.
           REWRITE DELIVERY-RECORD.
           DISPLAY "DELIVERY FOR RECEIPT " DV-RECEIPT-NO " CANCELLED".

      *> Everything booked or failed and not yet delivered. A booked
      *> stop whose date has passed never got its driver's slip in.
       700-LIST-OUTSTANDING.
           MOVE ZERO TO WS-OUTSTANDING-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO DV-RECEIPT-NO.
           START DELIVERY-FILE KEY NOT < DV-RECEIPT-NO
               INVALID KEY SET ENDOFDELIVERIES TO TRUE
           END-START.
           IF NOT ENDOFDELIVERIES
               READ DELIVERY-FILE NEXT
                   AT END SET ENDOFDELIVERIES TO TRUE
               END-READ
           END-IF.
           PERFORM 710-LIST-ONE-DELIVERY UNTIL ENDOFDELIVERIES.
           DISPLAY "OUTSTANDING DELIVERIES: " WS-OUTSTANDING-COUNT.

       710-LIST-ONE-DELIVERY.
           IF DV-STATUS = "B" OR DV-STATUS = "F"
               ADD 1 TO WS-OUTSTANDING-COUNT
               DISPLAY DV-RECEIPT-NO " " DV-DELIVERY-DATE " SLOT "
                   DV-SLOT " VAN " DV-VAN " PHONE " DV-PHONE
               DISPLAY "  " DV-ADDRESS
               EVALUATE TRUE
                   WHEN DV-STATUS = "F"
                       DISPLAY "  FAILED " DV-RESULT-DATE " - "
                           DV-RESULT-NOTE " - NEEDS REBOOKING"
                   WHEN DV-DELIVERY-DATE < WS-TODAY
                       DISPLAY "  OVERDUE - NO DRIVER RESULT KEYED"
                   WHEN DV-VAN = SPACES
                       DISPLAY "  NOT YET ON A VAN"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           READ DELIVERY-FILE NEXT
               AT END SET ENDOFDELIVERIES TO TRUE
           END-READ.

       800-ACCEPT-RECEIPT-NO.
           DISPLAY "ENTER RECEIPT NUMBER".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-LOOKUP-RECEIPT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE WS-LOOKUP-RECEIPT TO DV-RECEIPT-NO.

       810-CHECK-RECEIPT-ON-LOG.
           MOVE "N" TO WS-RECEIPT-FOUND.
           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SL-EOF.
           PERFORM UNTIL WS-SL-EOF = "Y"
               READ SALES-LOG
                   AT END MOVE "Y" TO WS-SL-EOF
                   NOT AT END
                       IF SL-RECEIPT-NO = WS-LOOKUP-RECEIPT
                           AND SL-QUANTITY > ZERO
                           MOVE "Y" TO WS-RECEIPT-FOUND
                           MOVE "Y" TO WS-SL-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-LOG.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "DELIVERY-BOOKING-LOGIC.CPY".

       END PROGRAM DELIVERY-DESK.
