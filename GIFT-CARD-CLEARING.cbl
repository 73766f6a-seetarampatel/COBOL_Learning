      * Date:
      * Purpose: Head-office clearing leg of the consolidation night:
      *          each store ships its gift-card movement file under
      *          the name the store master (STOREMST.DAT) gives it
      *          (STORE1-GIFT.DAT and siblings), and this nets
      *          issues against redemptions per store - a card
      *          issued at store 1 and redeemed at store 3 used to
      *          inflate store 1's takings and punish store 3's.
      *          The clearing report shows each store's position
      *          against the pool and the chain-wide outstanding
      *          liability, provable from one place. An open store
      *          whose movement file has not arrived is named on the
      *          report. Run-logged like SALES-CONSOLIDATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One SELECT for every store's movement file, ASSIGNed to a
      *> data name filled from the store master before each OPEN,
      *> same as SALES-CONSOLIDATE.
           SELECT STORE-GIFT
               ASSIGN TO WS-STORE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT STORE-MASTER-FILE
               ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-CODE
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-GIFT.
       01  STORE-ROW              PIC X(33).

       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  WS-STORE-STATUS        PIC X(2).
       01  STORE-MASTER-STATUS    PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFSTORE VALUE "Y".

           COPY "GIFT-MOVEMENT.CPY".

           COPY "STORE-TABLE-FIELDS.CPY".

       01  WS-ROW-COUNT           PIC 9(7) VALUE ZERO.
      *> One position per STORE-ENTRY. SP-ARRIVED is "N" for an open
      *> store whose movement file never came, "C" for a closed one.
       01  WS-STORE-POSITIONS.
           05 WS-STORE-POS OCCURS 12 TIMES.
               10 SP-ISSUED        PIC S9(9)V9(2).
               10 SP-REDEEMED      PIC S9(9)V9(2).
               10 SP-NET           PIC S9(9)V9(2).
               10 SP-ARRIVED       PIC X(1).
       01  WS-MISSING-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-CHAIN-ISSUED        PIC S9(9)V9(2) VALUE ZERO.
       01  WS-CHAIN-REDEEMED      PIC S9(9)V9(2) VALUE ZERO.
       01  WS-CHAIN-OUTSTANDING   PIC S9(9)V9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           PERFORM LOAD-STORE-TABLE.
           IF WS-STORE-MASTER-OK = "N" OR WS-STORE-COUNT = ZERO
               DISPLAY "NO STORES ON THE STORE MASTER - NOTHING "
                   "CLEARED"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STORE-COUNT
               MOVE ZEROES TO SP-ISSUED (ST-IDX)
               MOVE ZEROES TO SP-REDEEMED (ST-IDX)
               PERFORM 100-MERGE-ONE-STORE-FILE
           END-PERFORM.

           DISPLAY "========= GIFT-CARD LIABILITY CLEARING ==========".
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STORE-COUNT
               COMPUTE SP-NET (ST-IDX) =
                   SP-ISSUED (ST-IDX) - SP-REDEEMED (ST-IDX)
               IF SP-ARRIVED (ST-IDX) = "N"
                   DISPLAY "STORE " ST-STORE-CODE (ST-IDX)
                       " ** MOVEMENT FILE NOT RECEIVED **"
               END-IF
               DISPLAY "STORE " ST-STORE-CODE (ST-IDX)
                   " ISSUED " SP-ISSUED (ST-IDX)
                   " REDEEMED " SP-REDEEMED (ST-IDX)
                   " NET TO POOL " SP-NET (ST-IDX)
               " REDEEMED " WS-CHAIN-REDEEMED.
           DISPLAY "CHAIN-WIDE OUTSTANDING LIABILITY: "
               WS-CHAIN-OUTSTANDING.
           IF WS-MISSING-COUNT > ZERO
               DISPLAY "OPEN STORES WITH NO MOVEMENT FILE: "
                   WS-MISSING-COUNT " - POSITIONS ARE INCOMPLETE"
           END-IF.
           DISPLAY "=================================================".

           GO TO 900-END-PROGRAM.

      *> A closed store can still have cards out, so its file is
      *> read if one arrives - it is just not chased when none does.
       100-MERGE-ONE-STORE-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "Y" TO SP-ARRIVED (ST-IDX).
           MOVE ST-GIFT-FILE (ST-IDX) TO WS-STORE-FILE-PATH.
           OPEN INPUT STORE-GIFT.
           IF WS-STORE-STATUS NOT = "00"
               IF ST-STATUS (ST-IDX) = "C"
                   MOVE "C" TO SP-ARRIVED (ST-IDX)
               ELSE
                   DISPLAY "SKIPPING STORE " ST-STORE-CODE (ST-IDX)
                       " - NO MOVEMENT FILE " WS-STORE-FILE-PATH
                       " STATUS " WS-STORE-STATUS
                   MOVE "N" TO SP-ARRIVED (ST-IDX)
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 110-READ-ONE-ROW.
           PERFORM 120-TALLY-ONE-MOVEMENT UNTIL ENDOFSTORE.
           CLOSE STORE-GIFT.

       110-READ-ONE-ROW.
           READ STORE-GIFT INTO GIFT-MOVEMENT-RECORD
               AT END SET ENDOFSTORE TO TRUE
           END-READ.

       120-TALLY-ONE-MOVEMENT.
           ADD 1 TO WS-ROW-COUNT.
                   ADD GM-AMOUNT TO WS-CHAIN-REDEEMED
               WHEN OTHER
                   DISPLAY "UNKNOWN MOVEMENT TYPE " GM-TYPE
                       " FROM " ST-STORE-CODE (ST-IDX) " IGNORED"
           END-EVALUATE.
           PERFORM 110-READ-ONE-ROW.


           COPY "RUN-LOG-LOGIC.CPY".

           COPY "STORE-TABLE-LOGIC.CPY".

       END PROGRAM GIFT-CARD-CLEARING.
