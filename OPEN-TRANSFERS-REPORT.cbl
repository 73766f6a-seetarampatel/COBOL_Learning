      *          left Monday and never arrived gets noticed instead
      *          of the goods silently missing from every report.
      *          Same nightly scan-and-DISPLAY shape as
      *          REORDER-POINT-REPORT, run-logged the same way. An
      *          overdue box is chased by store name off STOREMST.DAT,
      *          and a line addressed to a store that is closed or not
      *          on the store master is called out as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS XF-KEY
               FILE STATUS IS TRANSIT-FILE-STATUS.

           SELECT STORE-MASTER-FILE
               ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-CODE
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TRANSIT-FILE.
           COPY "STOCK-TRANSFER.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  TRANSIT-FILE-STATUS    PIC X(2).
       01  STORE-MASTER-STATUS    PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".

       01  WS-LINE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DRAFT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-TODAY               PIC 9(8).
       01  WS-TODAY-INT           PIC 9(7).
       01  WS-SENT-INT            PIC 9(7).
       01  WS-DAYS-OUT            PIC S9(5).
       01  WS-SENT-NUM            PIC 9(8).
       01  WS-BAD-STORE-COUNT     PIC 9(5) VALUE ZERO.

           COPY "STORE-TABLE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               GO TO 900-END-PROGRAM
           END-IF.

      *> Without the store master the report still runs - it just
      *> cannot put names to the codes.
           PERFORM LOAD-STORE-TABLE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           DISPLAY "=================================================".
           DISPLAY "TRANSFER LINES ON FILE: " WS-LINE-COUNT.
           DISPLAY "STILL IN TRANSIT: " WS-OPEN-COUNT.
           DISPLAY "DRAFTS AWAITING DISPATCH: " WS-DRAFT-COUNT.
           IF WS-STORE-MASTER-OK = "Y"
               DISPLAY "TO A CLOSED OR UNKNOWN STORE: "
                   WS-BAD-STORE-COUNT
           END-IF.

           GO TO 900-END-PROGRAM.

       100-CHECK-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF XF-STATUS = "D"
               ADD 1 TO WS-DRAFT-COUNT
           END-IF.
           IF XF-STATUS = "T"
               ADD 1 TO WS-OPEN-COUNT
               MOVE XF-DATE-SENT TO WS-SENT-NUM
               DISPLAY XF-TRANSFER-NO " " XF-ITEM-CODE " "
                   XF-QUANTITY " " XF-FROM-STORE " " XF-TO-STORE
                   " " XF-DATE-SENT " " WS-DAYS-OUT
               MOVE XF-TO-STORE TO WS-STORE-LOOKUP
               PERFORM FIND-STORE
      *> A week on the road is a box to go looking for, not just a
      *> line on a list.
               IF WS-DAYS-OUT > 7
                   IF WS-STORE-FOUND > ZERO
                       DISPLAY "  ** OVERDUE - CHASE WITH "
                           XF-TO-STORE " "
                           ST-STORE-NAME (WS-STORE-FOUND) " **"
                   ELSE
                       DISPLAY "  ** OVERDUE - CHASE WITH "
                           XF-TO-STORE " **"
                   END-IF
               END-IF
               IF WS-STORE-MASTER-OK = "Y"
                   PERFORM 110-CHECK-TO-STORE
               END-IF
           END-IF.

               AT END SET ENDOFFILE TO TRUE
           END-READ.

       110-CHECK-TO-STORE.
           IF WS-STORE-FOUND = ZERO
               DISPLAY "  ** " XF-TO-STORE
                   " IS NOT ON THE STORE MASTER **"
               ADD 1 TO WS-BAD-STORE-COUNT
           ELSE
               IF ST-STATUS (WS-STORE-FOUND) = "C"
                   DISPLAY "  ** " XF-TO-STORE " "
                       ST-STORE-NAME (WS-STORE-FOUND) " IS CLOSED **"
                   ADD 1 TO WS-BAD-STORE-COUNT
               END-IF
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "OPEN-TRANSFERS-RPT" TO RL-PROGRAM.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "STORE-TABLE-LOGIC.CPY".

       END PROGRAM OPEN-TRANSFERS-REPORT.
