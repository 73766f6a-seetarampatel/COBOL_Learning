               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.

      *> Register tender legs - the cash share of a split (cash and
      *> card) receipt is only known leg by leg.
           SELECT TENDER-LEG-FILE
               ASSIGN TO "TENDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LEG-STATUS.

           SELECT DRAWER-TRANSACTION-FILE
               ASSIGN TO "DRAWERTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SALES-LOG.
           COPY "SALES-LOG.CPY".

       FD  TENDER-LEG-FILE.
           COPY "TENDER-LEG.CPY".

       FD  DRAWER-TRANSACTION-FILE.
           COPY "DRAWER-TRANSACTION.CPY".

       01  SHIFT-HISTORY-STATUS   PIC X(2).
       01  SALES-LOG-STATUS       PIC X(2).
       01  DRAWER-TX-STATUS       PIC X(2).
       01  TENDER-LEG-STATUS      PIC X(2).
       01  SHIFT-WORK-STATUS      PIC X(2).

       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
               CLOSE SALES-LOG
           END-IF.

           OPEN INPUT TENDER-LEG-FILE.
           IF TENDER-LEG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ TENDER-LEG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 323-FOLD-ONE-SPLIT-LEG
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE TENDER-LEG-FILE
           END-IF.

           OPEN INPUT DRAWER-TRANSACTION-FILE.
           IF DRAWER-TX-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> A split receipt's rows carry SPLT, not CASH, so the cash it
      *> put in the drawer comes from its cash legs (net of change).
       323-FOLD-ONE-SPLIT-LEG.
           IF TN-CASHIER-ID = WS-CASHIER-ID
               AND TN-REGISTER-NO = WS-REGISTER-NO
               AND TN-SHIFT-CODE = WS-SHIFT-CODE
               AND TN-DATE = WS-SHIFT-DATE
               AND TN-SPLIT-FLAG = "Y"
               AND TN-TENDER-TYPE = "CASH"
               ADD TN-APPLIED-HOME TO WS-CASH-SALES
           END-IF.
           READ TENDER-LEG-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> Rewrites the history file with the open row completed -
      *> copy everything to the work file, closing the matching open
      *> row on the way through, then copy back.
