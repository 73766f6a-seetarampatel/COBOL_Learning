      *          discount/tax, so this program keys a receipt number
      *          and reconstructs the full receipt - line items,
      *          subtotal, discount, tax, tender, and change - exactly
      *          as the register showed it. The tender comes from the
      *          receipt's legs on TENDER.DAT, so a split receipt
      *          reprints every cash/card/gift/points leg; older
      *          receipts with no legs fall back to the log's own
      *          single tender.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

           SELECT TENDER-LEG-FILE
               ASSIGN TO "TENDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       FD  TENDER-LEG-FILE.
           COPY "TENDER-LEG.CPY".

       WORKING-STORAGE SECTION.
       01 SALES-LOG-STATUS        PIC X(2).
       01 TENDER-LEG-STATUS       PIC X(2).
       01 WS-LEG-EOF              PIC X(1) VALUE "N".
       01 WS-LEG-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-EOF-FLAG             PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

           DISPLAY "DISCOUNT: " WS-DISCOUNT-TOTAL.
           DISPLAY "TAX: " WS-TAX-TOTAL.
           DISPLAY "TOTAL (" WS-CURRENCY-CODE "): " WS-RECEIPT-TOTAL.
           PERFORM 200-PRINT-TENDER-LEGS.
           IF WS-LEG-COUNT = ZERO
               IF WS-REDEEMED-AMT NOT = ZERO
                   DISPLAY "POINTS/GIFT REDEEMED: " WS-REDEEMED-AMT
               END-IF
               DISPLAY "TENDERED (" WS-TENDER-TYPE "): "
                   WS-AMOUNT-TENDERED
           END-IF.
           DISPLAY "CHANGE DUE: " WS-CHANGE-DUE.
           DISPLAY "RUNG AT: " WS-TIMESTAMP(1:14).

               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> The receipt's legs as the register printed them. Matched on
      *> the day it was rung as well as the number, so a counter
      *> that has wrapped never pulls in another receipt's tender.
       200-PRINT-TENDER-LEGS.
           OPEN INPUT TENDER-LEG-FILE.
           IF TENDER-LEG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LEG-EOF.
           READ TENDER-LEG-FILE
               AT END MOVE "Y" TO WS-LEG-EOF
           END-READ.
           PERFORM 210-PRINT-ONE-LEG UNTIL WS-LEG-EOF = "Y".
           CLOSE TENDER-LEG-FILE.

       210-PRINT-ONE-LEG.
           IF TN-RECEIPT-NO = WS-LOOKUP-RECEIPT
               AND TN-DATE = WS-TIMESTAMP(1:8)
               ADD 1 TO WS-LEG-COUNT
               EVALUATE TN-TENDER-TYPE
                   WHEN "PNTS"
                       DISPLAY "POINTS REDEEMED: " TN-REFERENCE
                           " (" TN-TENDERED ")"
                   WHEN "GIFT"
                       DISPLAY "GIFT CARD " TN-REFERENCE ": "
                           TN-TENDERED
                   WHEN OTHER
                       DISPLAY "TENDERED (" TN-TENDER-TYPE "): "
                           TN-TENDERED
               END-EVALUATE
           END-IF.
           READ TENDER-LEG-FILE
               AT END MOVE "Y" TO WS-LEG-EOF
           END-READ.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM RECEIPT-REPRINT.
