      *          rows for a keyed month, and looks each customer's
      *          email up on CONTACT-MASTER so the office can actually
      *          send the statement. Same accumulate-then-print shape
      *          as Z-REPORT's drawer totals. Points expired by
      *          LOYALTY-EXPIRY-RUN show on their own line, apart from
      *          points spent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-CU-PHONE     PIC 9(10).
               10 WS-CU-EARNED    PIC 9(7).
               10 WS-CU-SPENT     PIC 9(7).
               10 WS-CU-EXPIRED   PIC 9(7).

       01 WS-FOUND-IDX            PIC 9(3).

               PERFORM 110-FIND-OR-ADD-CUSTOMER
               IF WS-FOUND-IDX NOT = ZERO
                   ADD LY-POINTS-EARNED TO WS-CU-EARNED (WS-FOUND-IDX)
                   IF LY-MOVEMENT-TYPE = "X"
                       ADD LY-POINTS-SPENT
                           TO WS-CU-EXPIRED (WS-FOUND-IDX)
                   ELSE
                       ADD LY-POINTS-SPENT
                           TO WS-CU-SPENT (WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

                   MOVE LY-PHONE TO WS-CU-PHONE (CU-IDX)
                   MOVE ZERO TO WS-CU-EARNED (CU-IDX)
                   MOVE ZERO TO WS-CU-SPENT (CU-IDX)
                   MOVE ZERO TO WS-CU-EXPIRED (CU-IDX)
               END-IF
           END-IF.

               END-READ
               DISPLAY "  POINTS EARNED: " WS-CU-EARNED (CU-IDX)
                   " POINTS SPENT: " WS-CU-SPENT (CU-IDX)
               IF WS-CU-EXPIRED (CU-IDX) > ZERO
                   DISPLAY "  POINTS EXPIRED: " WS-CU-EXPIRED (CU-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "==================================================".

