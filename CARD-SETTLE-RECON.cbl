      *          SALESLOG.DAT, matches by the echoed receipt number,
      *          and reports the three things that matter: receipts
      *          with no settlement (we gave goods away), settlements
      *          with no receipt, and amount mismatches. A split
      *          receipt's card legs (TENDER.DAT) each settle on
      *          their own, so each leg is matched separately.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

      *> Register tender legs - one entry per card swipe, so a
      *> receipt paid on two cards (or cash and card) expects one
      *> settlement per card leg at that leg's amount.
           SELECT TENDER-LEG-FILE
               ASSIGN TO "TENDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LEG-STATUS.

           SELECT SETTLEMENT-FILE
               ASSIGN TO "SETTLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       FD  TENDER-LEG-FILE.
           COPY "TENDER-LEG.CPY".

       FD  SETTLEMENT-FILE.
           COPY "CARD-SETTLEMENT.CPY".

       WORKING-STORAGE SECTION.
       01  SALES-LOG-STATUS       PIC X(2).
       01  SETTLEMENT-STATUS      PIC X(2).
       01  TENDER-LEG-STATUS      PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

      *> is the settled figure the processor should echo back
      *> (tendered less change, plus any stored-value portion is
      *> NOT the card's business, so redeemed value is excluded).
      *> Receipts with tender legs on file get one entry per card
      *> leg instead; the sales-log rows only fill in receipts the
      *> leg file does not know (layaway payments and the like).
       01  RECEIPT-COUNT          PIC 9(3) VALUE ZERO.
       01  RECEIPT-TABLE.
           05 RECEIPT-ENTRY OCCURS 500 TIMES INDEXED BY RC-IDX.
               10 RC-MATCHED      PIC X(1).
       01  WS-FOUND-IDX           PIC 9(3).
       01  WS-CHARGED             PIC 9(5)V9(2).
       01  WS-OPEN-IDX            PIC 9(3).
       01  WS-SEEN-IDX            PIC 9(3).

       01  WS-NO-SETTLEMENT       PIC 9(3) VALUE ZERO.
       01  WS-NO-RECEIPT          PIC 9(3) VALUE ZERO.
               MOVE WS-DATE-ENTRY TO WS-RECON-DATE
           END-IF.

           PERFORM 050-COLLECT-CARD-LEGS.

           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS NOT = "00"
               DISPLAY "NO SALES LOG, STATUS " SALES-LOG-STATUS
       900-END-PROGRAM.
           GOBACK.

      *> Card legs for the day first, one table entry each.
       050-COLLECT-CARD-LEGS.
           OPEN INPUT TENDER-LEG-FILE.
           IF TENDER-LEG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ TENDER-LEG-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 055-COLLECT-ONE-CARD-LEG UNTIL ENDOFFILE.
           CLOSE TENDER-LEG-FILE.
           MOVE "N" TO WS-EOF-FLAG.

       055-COLLECT-ONE-CARD-LEG.
           IF TN-TENDER-TYPE = "CARD"
               AND TN-DATE = WS-RECON-DATE
               MOVE RECEIPT-COUNT TO WS-TB-COUNT
               MOVE 500 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO RECEIPT-COUNT
                   SET RC-IDX TO RECEIPT-COUNT
                   MOVE TN-RECEIPT-NO TO RC-RECEIPT-NO (RC-IDX)
                   MOVE TN-APPLIED TO RC-AMOUNT (RC-IDX)
                   MOVE "N" TO RC-MATCHED (RC-IDX)
               ELSE
                   DISPLAY "RECEIPT TABLE FULL - " TN-RECEIPT-NO
                       " LEG " TN-LEG-NO " NOT RECONCILED"
               END-IF
           END-IF.
           READ TENDER-LEG-FILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> A receipt's rows repeat its tender block - record each CARD
      *> receipt once with the amount actually charged to the card.
      *> A receipt already in the table came in through its legs.
       100-COLLECT-CARD-RECEIPT.
           IF SL-TENDER-TYPE = "CARD"
               AND SL-TIMESTAMP(1:8) = WS-RECON-DATE
               AT END SET ENDOFFILE TO TRUE
           END-READ.

      *> A settlement pays the first still-open entry of its receipt
      *> at the same amount; failing that the first still-open entry
      *> is a mismatch. With every entry of the receipt already paid
      *> it is the processor paying twice - flagged, not
      *> double-counted.
       200-MATCH-ONE-SETTLEMENT.
           IF ST-DATE = WS-RECON-DATE
               MOVE ZERO TO WS-FOUND-IDX
               MOVE ZERO TO WS-OPEN-IDX
               MOVE ZERO TO WS-SEEN-IDX
               PERFORM VARYING RC-IDX FROM 1 BY 1
                       UNTIL RC-IDX > RECEIPT-COUNT
                   IF RC-RECEIPT-NO (RC-IDX) = ST-RECEIPT-NO
                       IF WS-SEEN-IDX = ZERO
                           SET WS-SEEN-IDX TO RC-IDX
                       END-IF
                       IF RC-MATCHED (RC-IDX) = "N"
                           IF WS-OPEN-IDX = ZERO
                               SET WS-OPEN-IDX TO RC-IDX
                           END-IF
                           IF WS-FOUND-IDX = ZERO
                               AND RC-AMOUNT (RC-IDX) = ST-AMOUNT
                               SET WS-FOUND-IDX TO RC-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-SEEN-IDX = ZERO
                       ADD 1 TO WS-NO-RECEIPT
                       DISPLAY "SETTLED WITH NO RECEIPT: "
                           ST-RECEIPT-NO " AMOUNT " ST-AMOUNT
                   WHEN WS-FOUND-IDX NOT = ZERO
                       SET RC-IDX TO WS-FOUND-IDX
                       MOVE "Y" TO RC-MATCHED (RC-IDX)
                       ADD 1 TO WS-MATCHED
                   WHEN WS-OPEN-IDX NOT = ZERO
                       SET RC-IDX TO WS-OPEN-IDX
                       MOVE "M" TO RC-MATCHED (RC-IDX)
                       ADD 1 TO WS-MISMATCH
                       DISPLAY "AMOUNT MISMATCH ON RECEIPT "
                           ST-RECEIPT-NO " CHARGED "
                           RC-AMOUNT (RC-IDX) " SETTLED " ST-AMOUNT
                   WHEN OTHER
                       ADD 1 TO WS-NO-RECEIPT
                       DISPLAY "DUPLICATE SETTLEMENT FOR RECEIPT "
                           ST-RECEIPT-NO " AMOUNT " ST-AMOUNT
               END-EVALUATE
           END-IF.
           READ SETTLEMENT-FILE
               AT END SET ENDOFFILE TO TRUE
