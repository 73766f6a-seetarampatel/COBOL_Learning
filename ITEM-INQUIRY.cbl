       01  WS-PO-SEEN             PIC X(1).
       01  WS-LAST-AUDIT          PIC X(110).

           COPY "PACK-SIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ITEM 360 INQUIRY".
               MOVE "Y" TO WS-PO-SEEN
               COMPUTE WS-OPEN-PO-QTY =
                   PO-QTY-ORDERED - PO-QTY-RECEIVED
               MOVE PO-ORDER-UNIT TO WS-PK-ORDER-UNIT
               MOVE PO-PACK-SIZE TO WS-PK-PACK-SIZE
               MOVE WS-OPEN-PO-QTY TO WS-PK-UNITS
               PERFORM SPLIT-PACK-QUANTITY
               DISPLAY "ON ORDER: PO " PO-NUMBER " STATUS "
                   PO-STATUS " PROMISED " PO-PROMISED-DATE
               DISPLAY "          OUTSTANDING " WS-PK-TEXT
           END-IF.

       240-SHOW-RATE-OF-SALE.
               END-STRING
           END-IF.

           COPY "PACK-SIZE-LOGIC.CPY".

       END PROGRAM ITEM-INQUIRY.
