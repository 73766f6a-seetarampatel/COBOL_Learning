      *****************************************************************
      * LOAD-STORE-TABLE / FIND-STORE - shared store master
      * paragraphs, same COPY-into-PROCEDURE-DIVISION convention as
      * AUDIT-LOG-LOGIC.CPY. See STORE-TABLE-FIELDS.CPY for the file
      * the caller declares. FIND-STORE walks its own subscript, so
      * it is safe to PERFORM inside a loop over ST-IDX.
      *
      * A master holding more stores than the table is sized for
      * loads the first WS-STORE-LIMIT and says so - the rest are
      * left out of the run rather than overrunning the table.
      *****************************************************************
       LOAD-STORE-TABLE.
           MOVE ZERO TO WS-STORE-COUNT.
           MOVE "Y" TO WS-STORE-MASTER-OK.
           OPEN INPUT STORE-MASTER-FILE.
           IF STORE-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STOREMST.DAT, STATUS "
                   STORE-MASTER-STATUS
               MOVE "N" TO WS-STORE-MASTER-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-STORE-EOF.
           READ STORE-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-STORE-EOF
           END-READ.
           PERFORM LOAD-ONE-STORE UNTIL WS-STORE-EOF = "Y".
           CLOSE STORE-MASTER-FILE.

       LOAD-ONE-STORE.
           IF WS-STORE-COUNT < WS-STORE-LIMIT
               ADD 1 TO WS-STORE-COUNT
               MOVE SM-STORE-CODE TO ST-STORE-CODE (WS-STORE-COUNT)
               MOVE SM-STORE-NAME TO ST-STORE-NAME (WS-STORE-COUNT)
               MOVE SM-REGION TO ST-REGION (WS-STORE-COUNT)
               MOVE SM-STATUS TO ST-STATUS (WS-STORE-COUNT)
               MOVE SM-SALES-FILE TO ST-SALES-FILE (WS-STORE-COUNT)
               MOVE SM-GIFT-FILE TO ST-GIFT-FILE (WS-STORE-COUNT)
               MOVE SM-STOCK-FILE TO ST-STOCK-FILE (WS-STORE-COUNT)
           ELSE
               DISPLAY "STORE TABLE LIMIT OF " WS-STORE-LIMIT
                   " REACHED - STORE " SM-STORE-CODE " LEFT OUT"
           END-IF.
           READ STORE-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-STORE-EOF
           END-READ.

       FIND-STORE.
           MOVE ZERO TO WS-STORE-FOUND.
           PERFORM VARYING WS-STORE-SCAN FROM 1 BY 1
                   UNTIL WS-STORE-SCAN > WS-STORE-COUNT
               IF ST-STORE-CODE (WS-STORE-SCAN) = WS-STORE-LOOKUP
                   MOVE WS-STORE-SCAN TO WS-STORE-FOUND
               END-IF
           END-PERFORM.
