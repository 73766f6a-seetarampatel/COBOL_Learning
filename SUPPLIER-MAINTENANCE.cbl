      *          purchase-order chain raises orders against. Also
      *          lets a buyer stamp IM-SUPPLIER-CODE onto an item so
      *          PURCHASE-ORDER-GENERATE knows who supplies it.
      *          The supplier's payment terms are keyed here too, for
      *          SUPPLIER-PAYMENT-RUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   DISPLAY "SUPPLIER ADDED: " SUP-SUPPLIER-CODE
               NOT INVALID KEY
                   DISPLAY "ON FILE: " SUP-NAME " PHONE: " SUP-PHONE
                   DISPLAY "TERMS: " SUP-DISC-PCT "% " SUP-DISC-DAYS
                       " NET " SUP-NET-DAYS
                   PERFORM 210-ACCEPT-SUPPLIER-FIELDS
                   REWRITE SUPPLIER-MASTER-RECORD
                   DISPLAY "SUPPLIER UPDATED: " SUP-SUPPLIER-CODE
           DISPLAY "SUPPLIER EMAIL".
           ACCEPT SUP-EMAIL.

      *> Payment terms, e.g. 2% 10 NET 30 keys as 2, 10, 30; plain
      *> net 30 keys as 0, 0, 30.
           DISPLAY "EARLY-PAYMENT DISCOUNT PERCENT (0 FOR NONE)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE SUP-DISC-PCT = FUNCTION NUMVAL-C(WS-IV-INPUT).

           MOVE ZERO TO SUP-DISC-DAYS.
           IF SUP-DISC-PCT > ZERO
               DISPLAY "DAYS FROM INVOICE DATE THE DISCOUNT HOLDS"
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   PERFORM VALIDATE-NUMERIC-ENTRY
               END-PERFORM
               COMPUTE SUP-DISC-DAYS = FUNCTION NUMVAL-C(WS-IV-INPUT)
           END-IF.

           DISPLAY "NET DAYS - INVOICE DUE THIS MANY DAYS AFTER ITS "
               "DATE".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE SUP-NET-DAYS = FUNCTION NUMVAL-C(WS-IV-INPUT).

      *> Stamps a supplier code onto one ITEM-MASTER row so the
      *> reorder chain knows who supplies the item. The supplier must
      *> already be on SUPPLIER.DAT - a mistyped code would otherwise
