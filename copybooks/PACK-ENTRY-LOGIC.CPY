      *****************************************************************
      * ACCEPT-PACK-QUANTITY / ACCEPT-PACK-COST - keyed entry in the
      * supplier's order unit, for the interactive programs. COPY
      * alongside PACK-SIZE-LOGIC.CPY and INPUT-VALIDATE-LOGIC.CPY.
      * See PACK-SIZE-FIELDS.CPY.
      *****************************************************************
      *> Whole order units off the delivery note or invoice, then
      *> any loose selling units on top - a split case is keyed as
      *> loose units rather than a fraction.
       ACCEPT-PACK-QUANTITY.
           PERFORM NORMALIZE-PACK-SIZE.
           IF WS-PK-PACK-SIZE = 1
               DISPLAY "QUANTITY IN UNITS"
           ELSE
               MOVE WS-PK-PACK-SIZE TO WS-PK-PACK-ED
               DISPLAY "NUMBER OF " WS-PK-ORDER-UNIT " (OF"
                   WS-PK-PACK-ED ")"
           END-IF.
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-PK-CASES = FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE ZERO TO WS-PK-LOOSE.
           IF WS-PK-PACK-SIZE > 1
               DISPLAY "PLUS LOOSE UNITS (0 IF NONE)"
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   PERFORM VALIDATE-NUMERIC-ENTRY
               END-PERFORM
               COMPUTE WS-PK-LOOSE = FUNCTION NUMVAL-C(WS-IV-INPUT)
           END-IF.
           COMPUTE WS-PK-UNITS =
               WS-PK-CASES * WS-PK-PACK-SIZE + WS-PK-LOOSE.
           PERFORM SPLIT-PACK-QUANTITY.

       ACCEPT-PACK-COST.
           PERFORM NORMALIZE-PACK-SIZE.
           IF WS-PK-PACK-SIZE = 1
               DISPLAY "COST PER UNIT"
           ELSE
               MOVE WS-PK-PACK-SIZE TO WS-PK-PACK-ED
               DISPLAY "COST PER " WS-PK-ORDER-UNIT " (OF"
                   WS-PK-PACK-ED ")"
           END-IF.
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-PK-CASE-COST = FUNCTION NUMVAL-C(WS-IV-INPUT).
           COMPUTE WS-PK-UNIT-COST ROUNDED =
               WS-PK-CASE-COST / WS-PK-PACK-SIZE.
