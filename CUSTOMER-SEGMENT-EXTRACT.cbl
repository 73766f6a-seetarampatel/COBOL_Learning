           GO TO 900-END-PROGRAM.

       100-SCORE-ONE-VISIT.
      *> An expiry row is not a visit.
           IF LY-MOVEMENT-TYPE = "X"
               READ LOYALTY-LOG
                   AT END SET ENDOFINPUT TO TRUE
               END-READ
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SCORE-COUNT
