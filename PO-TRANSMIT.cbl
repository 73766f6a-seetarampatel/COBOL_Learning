      *          run-time-named file per supplier (same limit the
      *          spool catalog documents), so one file carries all
      *          suppliers' blocks. PO-ACK-IMPORT posts what they
      *          send back. Quantities go out in the supplier's own
      *          order unit (cases), with the pack size and the
      *          equivalent selling units alongside on each row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 TX-ITEM-NAME        PIC X(25).
           05 TX-QTY-ORDERED      PIC 9(5).
           05 TX-DATE-RAISED      PIC X(8).
           05 TX-ORDER-UNIT       PIC X(4).
           05 TX-PACK-SIZE        PIC 9(4).
           05 TX-UNITS-ORDERED    PIC 9(5).
       01  TRANSMIT-TRAILER REDEFINES TRANSMIT-RECORD.
           05 TT-SUPPLIER-CODE    PIC X(4).
           05 TT-MARKER           PIC X(8).
           05 TT-LINE-COUNT       PIC 9(5).
           05 TT-QTY-TOTAL        PIC 9(7).
           05 FILLER              PIC X(43).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

           COPY "PACK-SIZE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
               MOVE PO-NUMBER TO TX-PO-NUMBER
               MOVE PO-ITEM-CODE TO TX-ITEM-CODE
               MOVE PO-ITEM-NAME TO TX-ITEM-NAME
               MOVE PO-ORDER-UNIT TO WS-PK-ORDER-UNIT
               MOVE PO-PACK-SIZE TO WS-PK-PACK-SIZE
               MOVE PO-QTY-ORDERED TO WS-PK-UNITS
               PERFORM SPLIT-PACK-QUANTITY
               MOVE WS-PK-CASES TO TX-QTY-ORDERED
               MOVE PO-DATE-RAISED TO TX-DATE-RAISED
               MOVE WS-PK-ORDER-UNIT TO TX-ORDER-UNIT
               MOVE WS-PK-PACK-SIZE TO TX-PACK-SIZE
               MOVE PO-QTY-ORDERED TO TX-UNITS-ORDERED
               WRITE TRANSMIT-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               ADD 1 TO SX-LINE-COUNT (SX-IDX)
               ADD WS-PK-CASES TO SX-QTY-TOTAL (SX-IDX)
           END-IF.
           READ PURCHASE-ORDER-FILE
               AT END SET ENDOFFILE TO TRUE

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "PACK-SIZE-LOGIC.CPY".

       END PROGRAM PO-TRANSMIT.
