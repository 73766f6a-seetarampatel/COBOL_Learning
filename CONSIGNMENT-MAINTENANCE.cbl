      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of CONTAINER-DEPOSIT-MAINTENANCE, to put an
      *          ITEM-MASTER item on or off consignment. A consigned
      *          item names its consignor (a supplier on SUPPLIER.DAT,
      *          kept in IM-SUPPLIER-CODE) and the agreed price per
      *          unit sold (kept in IM-UNIT-COST) that the monthly
      *          CONSIGN-SETTLE-RUN pays out. Taking an item off
      *          consignment means we have bought the stock - it joins
      *          the stock valuation at IM-UNIT-COST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGNMENT-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT SUPPLIER-MASTER
               ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS SUPPLIER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  SUPPLIER-MASTER.
           COPY "SUPPLIER-MASTER.CPY".

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  SUPPLIER-MASTER-STATUS PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-LOOKUP-ITEM         PIC X(6).
       01  WS-LOOKUP-CODE         PIC X(4).
       01  WS-ANSWER              PIC X(1).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONSIGNMENT MAINTENANCE".

           OPEN I-O ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN ITEMMSTR.DAT, STATUS "
                   ITEM-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT SUPPLIER-MASTER.
           IF SUPPLIER-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN SUPPLIER.DAT, STATUS "
                   SUPPLIER-MASTER-STATUS
               CLOSE ITEM-MASTER
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE ITEM-MASTER.
           CLOSE SUPPLIER-MASTER.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ENTER ITEM CODE".
           ACCEPT WS-LOOKUP-ITEM.
           MOVE WS-LOOKUP-ITEM TO IM-ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM NOT FOUND: " WS-LOOKUP-ITEM
               NOT INVALID KEY
                   DISPLAY "ITEM: " IM-ITEM-NAME
                       " CONSIGNED: " IM-CONSIGNMENT-FLAG
                       " SUPPLIER: " IM-SUPPLIER-CODE
                       " COST: " IM-UNIT-COST
                   DISPLAY "ON CONSIGNMENT? (Y/N)"
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y"
                       PERFORM 200-SET-CONSIGNMENT
                   ELSE
                       PERFORM 300-CLEAR-CONSIGNMENT
                   END-IF
           END-READ.

           DISPLAY "ANOTHER ITEM? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> The consignor has to be a supplier on file - settlement
      *> raises the payable against it, and the payment run looks up
      *> its terms there.
       200-SET-CONSIGNMENT.
           DISPLAY "CONSIGNOR SUPPLIER CODE".
           ACCEPT WS-LOOKUP-CODE.
           MOVE WS-LOOKUP-CODE TO SUP-SUPPLIER-CODE.
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "SUPPLIER NOT FOUND: " WS-LOOKUP-CODE
                       " - ITEM NOT CHANGED"
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "AGREED PRICE PER UNIT SOLD (E.G. 4.25)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE IM-UNIT-COST = FUNCTION NUMVAL-C(WS-IV-INPUT).

           MOVE WS-LOOKUP-CODE TO IM-SUPPLIER-CODE.
           MOVE "Y" TO IM-CONSIGNMENT-FLAG.
           REWRITE ITEM-MASTER-RECORD.
           DISPLAY "ITEM " IM-ITEM-CODE " CONSIGNED FROM "
               SUP-NAME " AT " IM-UNIT-COST.

       300-CLEAR-CONSIGNMENT.
           IF IM-CONSIGNMENT-FLAG NOT = "Y"
               DISPLAY "ITEM " IM-ITEM-CODE " IS NOT ON CONSIGNMENT"
               EXIT PARAGRAPH
           END-IF.
           IF IM-QTY-ON-HAND > ZERO
               DISPLAY "STOCK ON HAND " IM-QTY-ON-HAND
                   " BECOMES OURS AT " IM-UNIT-COST
                   " - BUY IT FROM THE CONSIGNOR FIRST"
           END-IF.
           MOVE "N" TO IM-CONSIGNMENT-FLAG.
           REWRITE ITEM-MASTER-RECORD.
           DISPLAY "ITEM " IM-ITEM-CODE " OFF CONSIGNMENT".

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM CONSIGNMENT-MAINTENANCE.
