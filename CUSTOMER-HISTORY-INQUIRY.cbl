           END-READ.
           IF WS-EOF-FLAG = "N"
               AND LY-PHONE = CM-PHONE
               AND LY-MOVEMENT-TYPE NOT = "X"
               AND LY-DATE NOT < WS-FROM-DATE
               AND LY-DATE NOT > WS-TO-DATE
               MOVE WS-RECEIPT-COUNT TO WS-TB-COUNT
