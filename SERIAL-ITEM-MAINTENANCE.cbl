      *          prompts for the unit's serial number at sale time,
      *          logs it with the line, and checks a return's serial
      *          against the sales log before taking the unit back.
      *          Also keeps the item's warranty terms - months of
      *          manufacturer's cover on a serialized item, or the
      *          months an extended-warranty plan item adds.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-LOOKUP-ITEM         PIC X(6).
       01  WS-FLAG-ENTRY          PIC X(1).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SERIALIZED ITEM MAINTENANCE".
               INVALID KEY
                   DISPLAY "ITEM NOT FOUND: " WS-LOOKUP-ITEM
               NOT INVALID KEY
                   PERFORM 200-MAINTAIN-ITEM
           END-READ.

           DISPLAY "ANOTHER ITEM? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> A serialized item carries its manufacturer's warranty in
      *> months; an item that is not serialized may instead be an
      *> extended-warranty plan, whose months add to the cover of
      *> the serial it is sold against.
       200-MAINTAIN-ITEM.
           DISPLAY "ITEM: " IM-ITEM-NAME
               " SERIALIZED: " IM-SERIAL-FLAG
               " WARRANTY MONTHS: " IM-WARRANTY-MONTHS
               " EXTENDED PLAN: " IM-EXT-WARRANTY.
           DISPLAY "SERIALIZED? (Y=TRACK SERIALS, N=NOT)".
           ACCEPT WS-FLAG-ENTRY.
           IF WS-FLAG-ENTRY NOT = "Y" AND WS-FLAG-ENTRY NOT = "N"
               DISPLAY "NOT Y OR N - UNCHANGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLAG-ENTRY TO IM-SERIAL-FLAG.
           MOVE "N" TO IM-EXT-WARRANTY.
           IF IM-SERIAL-FLAG = "Y"
               DISPLAY "MANUFACTURER WARRANTY IN MONTHS (0 FOR NONE)"
               PERFORM 210-ACCEPT-MONTHS
           ELSE
               DISPLAY "EXTENDED-WARRANTY PLAN? (Y/N)"
               ACCEPT WS-FLAG-ENTRY
               IF WS-FLAG-ENTRY = "Y"
                   MOVE "Y" TO IM-EXT-WARRANTY
                   DISPLAY "MONTHS OF COVER THE PLAN ADDS"
                   PERFORM 210-ACCEPT-MONTHS
               ELSE
                   MOVE ZERO TO IM-WARRANTY-MONTHS
               END-IF
           END-IF.
           REWRITE ITEM-MASTER-RECORD.
           DISPLAY "ITEM " IM-ITEM-CODE " NOW FLAGGED "
               IM-SERIAL-FLAG " WARRANTY MONTHS " IM-WARRANTY-MONTHS
               " EXTENDED PLAN " IM-EXT-WARRANTY.

       210-ACCEPT-MONTHS.
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE IM-WARRANTY-MONTHS = FUNCTION NUMVAL-C(WS-IV-INPUT).

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM SERIAL-ITEM-MAINTENANCE.
