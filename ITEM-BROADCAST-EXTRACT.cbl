      *          (name, tax category, department, weighed flag).
      *          Each store runs ITEM-BROADCAST-APPLY against its
      *          copy of the file so item setup stops being re-keyed
      *          per shop. The stores to ship it to are the open
      *          ones on STOREMST.DAT, listed at the end of the run.
      *          Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BROADCAST-FILE-STATUS.

           SELECT STORE-MASTER-FILE
               ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-CODE
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BROADCAST-FILE.
           COPY "ITEM-BROADCAST.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       01  WS-RL-START-STAMP      PIC X(26).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  BROADCAST-FILE-STATUS  PIC X(2).
       01  STORE-MASTER-STATUS    PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFFILE VALUE "Y".
       01  WS-ITEM-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-COUNT       PIC 9(5) VALUE ZERO.

           COPY "STORE-TABLE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "BROADCAST CUT - " WS-WRITTEN-COUNT " ITEMS - "
               "SHIP ITEMBCST.DAT TO THE STORES".

      *> The cut itself does not depend on the store master - without
      *> it the shipping list is simply not printed.
           PERFORM LOAD-STORE-TABLE.
           IF WS-STORE-MASTER-OK = "Y"
               DISPLAY "OPEN STORES TO RECEIVE THE BROADCAST:"
               PERFORM 200-LIST-ONE-STORE
                   VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STORE-COUNT
           END-IF.

           GO TO 900-END-PROGRAM.

      *> Deleted-pending rows stay home - a store should not learn
               AT END SET ENDOFFILE TO TRUE
           END-READ.

       200-LIST-ONE-STORE.
           IF ST-STATUS (ST-IDX) NOT = "C"
               DISPLAY "  " ST-STORE-CODE (ST-IDX) " "
                   ST-STORE-NAME (ST-IDX) " " ST-REGION (ST-IDX)
           END-IF.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "ITEM-BCST-EXTRACT" TO RL-PROGRAM.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "STORE-TABLE-LOGIC.CPY".

       END PROGRAM ITEM-BROADCAST-EXTRACT.
