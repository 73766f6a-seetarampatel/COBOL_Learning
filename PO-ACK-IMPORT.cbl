      *          out when the truck arrives light. Rows naming a PO
      *          line we don't hold go to the reject file, same
      *          per-program reject convention as the marks chain.
      *          The supplier confirms in the order unit PO-TRANSMIT
      *          sent (cases); it is stamped in selling units.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-POSTED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SHORT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ORDERED-TEXT        PIC X(40).

           COPY "PACK-SIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               EXIT PARAGRAPH
           END-IF.

           MOVE PO-ORDER-UNIT TO WS-PK-ORDER-UNIT.
           MOVE PO-PACK-SIZE TO WS-PK-PACK-SIZE.
           PERFORM NORMALIZE-PACK-SIZE.
           COMPUTE PO-QTY-CONFIRMED =
               AK-QTY-CONFIRMED * WS-PK-PACK-SIZE.
           MOVE AK-PROMISED-DATE TO PO-PROMISED-DATE.
           REWRITE PURCHASE-ORDER-RECORD.
           ADD 1 TO WS-POSTED-COUNT.

           IF PO-QTY-CONFIRMED < PO-QTY-ORDERED
               ADD 1 TO WS-SHORT-COUNT
               MOVE PO-QTY-ORDERED TO WS-PK-UNITS
               PERFORM SPLIT-PACK-QUANTITY
               MOVE WS-PK-TEXT TO WS-ORDERED-TEXT
               MOVE PO-QTY-CONFIRMED TO WS-PK-UNITS
               PERFORM SPLIT-PACK-QUANTITY
               DISPLAY "SHORT - PO " PO-NUMBER " " PO-ITEM-CODE
                   " - RE-SOURCE THE SHORTFALL"
               DISPLAY "  ORDERED   " WS-ORDERED-TEXT
               DISPLAY "  CONFIRMED " WS-PK-TEXT
           END-IF.

      *> Caller sets RJ-REASON first - the raw row rides along so the

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "PACK-SIZE-LOGIC.CPY".

       END PROGRAM PO-ACK-IMPORT.
