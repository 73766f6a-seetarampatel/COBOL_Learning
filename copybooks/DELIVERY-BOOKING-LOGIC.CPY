      *****************************************************************
      * BOOK-DELIVERY - shared delivery booking, same COPY-into-
      * PROCEDURE-DIVISION convention as AUDIT-LOG-LOGIC.CPY. See
      * DELIVERY-BOOKING-FIELDS.CPY for the calling convention.
      * The customer must be on CONTACT-MASTER - the driver's call
      * ahead goes to that phone. Deliveries go out from tomorrow
      * on; a full slot is refused and the operator picks another.
      *****************************************************************
       BOOK-DELIVERY.
           MOVE "N" TO WS-DLV-BOOKED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DLV-TODAY.
           IF WS-DLV-PHONE = ZERO
               DISPLAY "CUSTOMER PHONE NUMBER"
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   PERFORM VALIDATE-NUMERIC-ENTRY
               END-PERFORM
               COMPUTE WS-DLV-PHONE = FUNCTION NUMVAL-C(WS-IV-INPUT)
           END-IF.
           MOVE WS-DLV-PHONE TO CM-PHONE.
           READ CONTACT-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE - ADD THEM THROUGH "
                       "THE CONTACT CAPTURE FIRST"
                   EXIT PARAGRAPH
           END-READ.

           MOVE CM-BILLING-ADDR TO WS-DLV-ADDRESS.
           IF WS-DLV-ADDRESS NOT = SPACES
               DISPLAY "ADDRESS ON FILE: " WS-DLV-ADDRESS
               DISPLAY "DELIVERY ADDRESS (BLANK TO USE THE ONE ON "
                   "FILE)"
           ELSE
               DISPLAY "DELIVERY ADDRESS"
           END-IF.
           MOVE SPACES TO WS-DLV-ADDR-ENTRY.
           ACCEPT WS-DLV-ADDR-ENTRY.
           IF WS-DLV-ADDR-ENTRY NOT = SPACES
               MOVE WS-DLV-ADDR-ENTRY TO WS-DLV-ADDRESS
           END-IF.
           IF WS-DLV-ADDRESS = SPACES
               DISPLAY "NO ADDRESS - DELIVERY NOT BOOKED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DELIVERY DATE (YYYYMMDD)".
           ACCEPT WS-DLV-DATE.
           IF WS-DLV-DATE IS NOT NUMERIC
               OR WS-DLV-DATE NOT > WS-DLV-TODAY
               DISPLAY "DELIVERIES GO OUT FROM TOMORROW ON - NOT "
                   "BOOKED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SLOT (A=MORNING, P=AFTERNOON, E=EVENING)".
           ACCEPT WS-DLV-SLOT.
           MOVE ZERO TO WS-DLV-CAP.
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > 3
               IF WS-DLV-SLOT-CODE (WS-DLV-IDX) = WS-DLV-SLOT
                   MOVE WS-DLV-SLOT-CAP (WS-DLV-IDX) TO WS-DLV-CAP
               END-IF
           END-PERFORM.
           IF WS-DLV-CAP = ZERO
               DISPLAY "UNKNOWN SLOT: " WS-DLV-SLOT " - NOT BOOKED"
               EXIT PARAGRAPH
           END-IF.

           PERFORM COUNT-DELIVERY-SLOT.
           IF WS-DLV-TAKEN NOT < WS-DLV-CAP
               DISPLAY "SLOT " WS-DLV-SLOT " ON " WS-DLV-DATE
                   " IS FULL (" WS-DLV-CAP " STOPS) - PICK ANOTHER"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DLV-RECEIPT TO DV-RECEIPT-NO.
           READ DELIVERY-FILE
               INVALID KEY
                   MOVE SPACES TO DELIVERY-RECORD
                   MOVE WS-DLV-RECEIPT TO DV-RECEIPT-NO
                   MOVE ZERO TO DV-ATTEMPTS
                   PERFORM BOOK-DELIVERY-FILL
                   WRITE DELIVERY-RECORD
               NOT INVALID KEY
                   PERFORM BOOK-DELIVERY-FILL
                   REWRITE DELIVERY-RECORD
           END-READ.
           IF DELIVERY-FILE-STATUS NOT = "00"
               DISPLAY "DELIVERY NOT SAVED, STATUS "
                   DELIVERY-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-DLV-BOOKED.
           DISPLAY "DELIVERY BOOKED FOR RECEIPT " WS-DLV-RECEIPT
               " ON " WS-DLV-DATE " SLOT " WS-DLV-SLOT.

       BOOK-DELIVERY-FILL.
           MOVE WS-DLV-PHONE TO DV-PHONE.
           MOVE WS-DLV-ADDRESS TO DV-ADDRESS.
           MOVE WS-DLV-DATE TO DV-DELIVERY-DATE.
           MOVE WS-DLV-SLOT TO DV-SLOT.
           MOVE SPACES TO DV-VAN.
           MOVE "B" TO DV-STATUS.
           MOVE WS-DLV-TODAY TO DV-BOOKED-DATE.
           MOVE WS-DLV-BOOKED-BY TO DV-BOOKED-BY.
           MOVE SPACES TO DV-RESULT-DATE.
           MOVE SPACES TO DV-RESULT-NOTE.

      *> Live bookings already in the slot that day, not counting
      *> this receipt's own (a rebook into the same slot fits).
       COUNT-DELIVERY-SLOT.
           MOVE ZERO TO WS-DLV-TAKEN.
           MOVE "N" TO WS-DLV-EOF.
           MOVE ZERO TO DV-RECEIPT-NO.
           START DELIVERY-FILE KEY NOT < DV-RECEIPT-NO
               INVALID KEY MOVE "Y" TO WS-DLV-EOF
           END-START.
           PERFORM UNTIL WS-DLV-EOF = "Y"
               READ DELIVERY-FILE NEXT
                   AT END MOVE "Y" TO WS-DLV-EOF
                   NOT AT END
                       IF DV-DELIVERY-DATE = WS-DLV-DATE
                           AND DV-SLOT = WS-DLV-SLOT
                           AND DV-STATUS = "B"
                           AND DV-RECEIPT-NO NOT = WS-DLV-RECEIPT
                           ADD 1 TO WS-DLV-TAKEN
                       END-IF
               END-READ
           END-PERFORM.
