      *          LOYALTY.DAT), and ages each member's balance by how
      *          long since their last visit - stale points are the
      *          part of the liability that will probably lapse.
      *          Points LOYALTY-EXPIRY-RUN expired in the month are
      *          shown apart from redemptions as the liability
      *          released - they leave the books without a sale.
      *          Run-logged like the other batch reports.
      * Tectonics: cobc
      ******************************************************************
       01  WS-LIABILITY-VALUE     PIC 9(9)V9(2).
       01  WS-EARNED-PERIOD       PIC 9(9) VALUE ZERO.
       01  WS-REDEEMED-PERIOD     PIC 9(9) VALUE ZERO.
       01  WS-EXPIRED-PERIOD      PIC 9(9) VALUE ZERO.
       01  WS-RELEASED-VALUE      PIC 9(9)V9(2).
       01  WS-TODAY-NUM           PIC 9(8).
       01  WS-TODAY-INT           PIC 9(7).
       01  WS-LAST-NUM            PIC 9(8).
               " (100 POINTS = 1.00)".
           DISPLAY "MOVEMENT FOR " WS-REPORT-MONTH ": EARNED "
               WS-EARNED-PERIOD " REDEEMED " WS-REDEEMED-PERIOD.
           COMPUTE WS-RELEASED-VALUE ROUNDED = WS-EXPIRED-PERIOD / 100.
           DISPLAY "EXPIRED IN " WS-REPORT-MONTH ": " WS-EXPIRED-PERIOD
               " - LIABILITY RELEASED " WS-RELEASED-VALUE.
           DISPLAY "--------------- BALANCE AGING -------------------".
           COMPUTE WS-BUCKET-VALUE ROUNDED = WS-FRESH-POINTS / 100.
           DISPLAY "ACTIVE WITHIN 90 DAYS:  " WS-FRESH-POINTS

           GO TO 900-END-PROGRAM.

      *> An expiry is neither a redemption nor a visit.
       100-TALLY-ONE-LOG-ROW.
           IF LY-DATE(1:6) = WS-REPORT-MONTH
               ADD LY-POINTS-EARNED TO WS-EARNED-PERIOD
               IF LY-MOVEMENT-TYPE = "X"
                   ADD LY-POINTS-SPENT TO WS-EXPIRED-PERIOD
               ELSE
                   ADD LY-POINTS-SPENT TO WS-REDEEMED-PERIOD
               END-IF
           END-IF.
           IF LY-MOVEMENT-TYPE NOT = "X"
               PERFORM 110-NOTE-LAST-ACTIVITY
           END-IF.
           READ LOYALTY-LOG
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
