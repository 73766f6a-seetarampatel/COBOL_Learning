      *****************************************************************
      * NORMALIZE-PACK-SIZE / SPLIT-PACK-QUANTITY - shared order-unit
      * conversions, same COPY-into-PROCEDURE-DIVISION convention as
      * AUDIT-LOG-LOGIC.CPY. See PACK-SIZE-FIELDS.CPY.
      *****************************************************************
       NORMALIZE-PACK-SIZE.
           IF WS-PK-PACK-SIZE NOT NUMERIC OR WS-PK-PACK-SIZE = ZERO
               MOVE 1 TO WS-PK-PACK-SIZE
           END-IF.
           IF WS-PK-ORDER-UNIT = SPACES
               IF WS-PK-PACK-SIZE = 1
                   MOVE "EACH" TO WS-PK-ORDER-UNIT
               ELSE
                   MOVE "CASE" TO WS-PK-ORDER-UNIT
               END-IF
           END-IF.

       SPLIT-PACK-QUANTITY.
           PERFORM NORMALIZE-PACK-SIZE.
           DIVIDE WS-PK-UNITS BY WS-PK-PACK-SIZE
               GIVING WS-PK-CASES REMAINDER WS-PK-LOOSE.
           MOVE WS-PK-UNITS TO WS-PK-UNITS-ED.
           MOVE SPACES TO WS-PK-TEXT.
           IF WS-PK-PACK-SIZE = 1
               STRING WS-PK-UNITS-ED " EACH"
                   DELIMITED BY SIZE INTO WS-PK-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PK-CASES TO WS-PK-CASES-ED.
           MOVE WS-PK-LOOSE TO WS-PK-LOOSE-ED.
           MOVE WS-PK-PACK-SIZE TO WS-PK-PACK-ED.
           STRING WS-PK-CASES-ED " " WS-PK-ORDER-UNIT " OF"
               WS-PK-PACK-ED " +" WS-PK-LOOSE-ED " ="
               WS-PK-UNITS-ED " EACH"
               DELIMITED BY SIZE INTO WS-PK-TEXT.
