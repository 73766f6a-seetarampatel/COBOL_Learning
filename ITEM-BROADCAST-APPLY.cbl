      *          file against the broadcast and reports drift -
      *          fields a store changed locally that head office
      *          owns - so "why does store 2 call it something else"
      *          has a list instead of a shrug. The store keys its own
      *          code first; a code not on STOREMST.DAT, or a closed
      *          store, applies nothing. Run-logged like the other
      *          batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT STORE-MASTER-FILE
               ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-CODE
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       01  WS-RL-START-STAMP      PIC X(26).
       01  BROADCAST-FILE-STATUS  PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  STORE-MASTER-STATUS    PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

       01  WS-THIS-STORE          PIC X(4).
       01  WS-MODE                PIC X(1).
           88 APPLY-MODE VALUE "A".
           88 VERIFY-MODE VALUE "V".
               GO TO 900-END-PROGRAM
           END-IF.

           DISPLAY "THIS STORE CODE (E.G. ST01)".
           ACCEPT WS-THIS-STORE.
           OPEN INPUT STORE-MASTER-FILE.
           IF STORE-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STOREMST.DAT, STATUS "
                   STORE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE WS-THIS-STORE TO SM-STORE-CODE.
           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SM-STATUS
           END-READ.
           CLOSE STORE-MASTER-FILE.
           IF SM-STATUS NOT = "O"
               DISPLAY "STORE " WS-THIS-STORE
                   " IS CLOSED OR NOT ON THE STORE MASTER - "
                   "NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           DISPLAY "APPLYING FOR " SM-STORE-CODE " " SM-STORE-NAME.

           OPEN INPUT BROADCAST-FILE.
           IF BROADCAST-FILE-STATUS NOT = "00"
               DISPLAY "NO BROADCAST FILE, STATUS "
           MOVE "N" TO IM-RESTRICTED-FLAG.
           MOVE ZERO TO IM-MINIMUM-AGE.
           MOVE ZERO TO IM-CONTAINER-DEPOSIT.
           MOVE ZERO TO IM-WARRANTY-MONTHS.
           MOVE "N" TO IM-EXT-WARRANTY.
           MOVE "N" TO IM-RECALL-FLAG.
           MOVE ZERO TO IM-QTY-QUARANTINED.
           MOVE "N" TO IM-CONSIGNMENT-FLAG.
           WRITE ITEM-MASTER-RECORD.
           ADD 1 TO WS-ADDED-COUNT.
           PERFORM 140-AUDIT-ONE-FIELD-SETUP.
