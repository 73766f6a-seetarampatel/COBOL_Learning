
           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PACK-SIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
                       SI-ITEM-CODE " " SI-PO-NUMBER " "
                       SI-QTY-INVOICED " " SI-LINE-AMOUNT
                       " ** DO NOT PAY **"
                   MOVE SPACES TO WS-PK-ORDER-UNIT
                   MOVE SI-PACK-SIZE TO WS-PK-PACK-SIZE
                   MOVE SI-QTY-INVOICED TO WS-PK-UNITS
                   PERFORM SPLIT-PACK-QUANTITY
                   DISPLAY "     INVOICED AS " WS-PK-TEXT
               WHEN "M"
                   ADD 1 TO WS-UNPAID-COUNT
                   PERFORM 110-AGE-UNPAID-LINE

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PACK-SIZE-LOGIC.CPY".

       END PROGRAM SUPPLIER-INVOICE-REPORT.
