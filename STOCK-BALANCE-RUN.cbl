      ******************************************************************
      * Author:
      * Date:
      * Purpose: Head-office inter-store stock balancing. Sets each
      *          open store's stock extract (named on its STOREMST.DAT
      *          row, cut by STORE-STOCK-EXTRACT) against the store's
      *          recent sales on the consolidated COMPANY.DAT to get
      *          its weeks of cover per item, counting stock already
      *          in transit to it on TRANSIT.DAT (and drafts not yet
      *          sent from it). Where one store holds more than the
      *          target weeks of cover of an item and another holds
      *          less, proposes moving the smaller of the surplus and
      *          the shortfall, so both end nearer the target. Each
      *          proposal is accepted or declined on the console;
      *          accepted ones are written to TRANSIT.DAT as draft
      *          lines, one transfer number per sending/receiving
      *          pair, for the sending store to dispatch through
      *          STOCK-TRANSFER-OUT without re-keying. Run-logged the
      *          same way as the other batch runs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-BALANCE-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One SELECT for every store's stock extract, ASSIGNed to a
      *> data name the same way as SALES-CONSOLIDATE's sales
      *> extracts - the file name comes from the store master.
           SELECT STORE-STOCK
               ASSIGN TO WS-STORE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT STORE-MASTER-FILE
               ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-CODE
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.

           SELECT TRANSIT-FILE
               ASSIGN TO "TRANSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-KEY
               FILE STATUS IS TRANSIT-FILE-STATUS.

           SELECT XFER-COUNTER
               ASSIGN TO "XFERNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-COUNTER-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-STOCK.
       01  STORE-STOCK-ROW        PIC X(46).

       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       FD  COMPANY-FILE.
       01  COMPANY-RECORD.
           05 CO-STORE-CODE       PIC X(4).
           05 CO-SALES-ROW        PIC X(209).

       FD  TRANSIT-FILE.
           COPY "STOCK-TRANSFER.CPY".

       FD  XFER-COUNTER.
       01  XC-RECORD              PIC 9(6).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  WS-STORE-STATUS        PIC X(2).
       01  STORE-MASTER-STATUS    PIC X(2).
       01  WS-COMPANY-STATUS      PIC X(2).
       01  TRANSIT-FILE-STATUS    PIC X(2).
       01  XFER-COUNTER-STATUS    PIC X(2).
       01  WS-EOF-FLAG            PIC X(1).

           COPY "STORE-STOCK.CPY".

           COPY "SALES-LOG.CPY".

           COPY "STORE-TABLE-FIELDS.CPY".

       01  WS-FROM-IDX            PIC 9(2).
       01  WS-TO-IDX              PIC 9(2).
       01  WS-STORE-ROWS          PIC 9(7) VALUE ZERO.
       01  WS-MISSING-COUNT       PIC 9(2) VALUE ZERO.

      *> Run parameters, keyed at the start of the run.
       01  WS-SALES-WEEKS         PIC 9(2).
       01  WS-TARGET-WEEKS        PIC 9(2).
       01  WS-TODAY               PIC 9(8).
       01  WS-TODAY-INT           PIC 9(7).
       01  WS-CUTOFF-DATE         PIC 9(8).
       01  WS-FIRST-SALE-DATE     PIC 9(8) VALUE 99999999.
       01  WS-SALE-DATE           PIC 9(8).
       01  WS-DAYS-COVERED        PIC 9(5).

      *> One entry per item any store extract carries, with a column
      *> per store. Position is on hand plus stock on its way in,
      *> less drafts this store has still to send.
       01  WS-ITEM-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05 BAL-ENTRY OCCURS 3000 TIMES.
               10 BL-ITEM-CODE    PIC X(6).
               10 BL-ITEM-NAME    PIC X(25).
               10 BL-STORE OCCURS 12 TIMES.
                   15 BL-HELD     PIC X(1).
                   15 BL-MOVABLE  PIC X(1).
                   15 BL-ON-HAND  PIC S9(5).
                   15 BL-SOLD     PIC S9(7)V9(3).
                   15 BL-INCOMING PIC 9(7).
                   15 BL-OUTGOING PIC 9(7).
                   15 BL-RATE     PIC 9(5)V9(2).
                   15 BL-POSITION PIC S9(7).
                   15 BL-TARGET   PIC 9(7).
       01  BL-IDX                 PIC 9(4).
       01  WS-FOUND-IDX           PIC 9(4).

      *> Proposals, with each store's weeks of cover before and
      *> after the move.
       01  WS-SUGGEST-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-SUGGEST-TABLE.
           05 SUGGEST-ENTRY OCCURS 3000 TIMES.
               10 SG-ITEM-IDX     PIC 9(4).
               10 SG-FROM         PIC 9(2).
               10 SG-TO           PIC 9(2).
               10 SG-QUANTITY     PIC 9(5).
               10 SG-FROM-BEFORE  PIC 9(3)V9.
               10 SG-FROM-AFTER   PIC 9(3)V9.
               10 SG-TO-BEFORE    PIC 9(3)V9.
               10 SG-TO-AFTER     PIC 9(3)V9.
       01  SG-IDX                 PIC 9(4).

       01  WS-MOVE-DONE           PIC X(1).
       01  WS-BEST-SURPLUS        PIC S9(7).
       01  WS-BEST-SHORTFALL      PIC S9(7).
       01  WS-SURPLUS             PIC S9(7).
       01  WS-SHORTFALL           PIC S9(7).
       01  WS-MOVE-QTY            PIC 9(5).
       01  WS-COVER               PIC 9(3)V9.
       01  WS-COVER-STORE         PIC 9(2).

      *> Transfer number per sending/receiving pair, given out the
      *> first time the pair gets an accepted line.
       01  WS-PAIR-TABLE.
           05 WS-PAIR-FROM OCCURS 12 TIMES.
               10 WS-PAIR-XFER OCCURS 12 TIMES PIC 9(6).
       01  WS-LAST-XFER-NO        PIC 9(6) VALUE ZEROES.
       01  WS-ANSWER              PIC X(1).
       01  WS-ACCEPT-ALL          PIC X(1) VALUE "N".
       01  WS-DRAFT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-DECLINED-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-QTY-ED              PIC Z(4)9.
       01  WS-FROM-BEFORE-ED      PIC ZZ9.9.
       01  WS-FROM-AFTER-ED       PIC ZZ9.9.
       01  WS-TO-BEFORE-ED        PIC ZZ9.9.
       01  WS-TO-AFTER-ED         PIC ZZ9.9.

           COPY "INPUT-VALIDATE-FIELDS.CPY".

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "INTER-STORE STOCK BALANCING".
           DISPLAY "WEEKS OF SALES TO AVERAGE (E.G. 4)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-SALES-WEEKS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-SALES-WEEKS = ZERO
               MOVE 4 TO WS-SALES-WEEKS
           END-IF.
           DISPLAY "TARGET WEEKS OF COVER (E.G. 6)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE WS-TARGET-WEEKS = FUNCTION NUMVAL-C(WS-IV-INPUT).
           IF WS-TARGET-WEEKS = ZERO
               MOVE 6 TO WS-TARGET-WEEKS
           END-IF.

           MOVE WS-RL-START-STAMP(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - (WS-SALES-WEEKS * 7) + 1).

           PERFORM LOAD-STORE-TABLE.
           IF WS-STORE-MASTER-OK = "N" OR WS-STORE-COUNT = ZERO
               DISPLAY "NO STORES ON THE STORE MASTER - NOTHING "
                   "TO BALANCE"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STORE-COUNT
               PERFORM 100-LOAD-ONE-STORE
           END-PERFORM.
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "NO STORE STOCK EXTRACTS TO BALANCE"
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT COMPANY-FILE.
           IF WS-COMPANY-STATUS NOT = "00"
               DISPLAY "NO COMPANY.DAT - RUN SALES-CONSOLIDATE FIRST, "
                   "STATUS " WS-COMPANY-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ COMPANY-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 200-TAKE-ONE-SALE UNTIL WS-EOF-FLAG = "Y".
           CLOSE COMPANY-FILE.

           OPEN I-O TRANSIT-FILE.
           IF TRANSIT-FILE-STATUS = "35"
               OPEN OUTPUT TRANSIT-FILE
               CLOSE TRANSIT-FILE
               OPEN I-O TRANSIT-FILE
           END-IF.
           IF TRANSIT-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN TRANSIT.DAT, STATUS "
                   TRANSIT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 900-END-PROGRAM
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           READ TRANSIT-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 300-TAKE-ONE-TRANSIT-LINE UNTIL WS-EOF-FLAG = "Y".

      *> The sales window is what COMPANY.DAT actually covers, never
      *> more than the weeks asked for - a log archived last week
      *> must not read as a week of no sales.
           IF WS-FIRST-SALE-DATE = 99999999
               MOVE 7 TO WS-DAYS-COVERED
           ELSE
               COMPUTE WS-DAYS-COVERED = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-FIRST-SALE-DATE) + 1
               IF WS-DAYS-COVERED < 7
                   MOVE 7 TO WS-DAYS-COVERED
               END-IF
           END-IF.

           PERFORM 400-BALANCE-ONE-ITEM
               VARYING BL-IDX FROM 1 BY 1
               UNTIL BL-IDX > WS-ITEM-COUNT.

           DISPLAY "============ STOCK BALANCING PROPOSALS "
               "============".
           DISPLAY "SALES FROM " WS-CUTOFF-DATE " ("
               WS-DAYS-COVERED " DAYS), TARGET " WS-TARGET-WEEKS
               " WEEKS OF COVER".
           IF WS-SUGGEST-COUNT = ZERO
               DISPLAY "NO STOCK NEEDS MOVING BETWEEN STORES"
           ELSE
               OPEN INPUT XFER-COUNTER
               IF XFER-COUNTER-STATUS = "00"
                   READ XFER-COUNTER INTO WS-LAST-XFER-NO
               END-IF
               CLOSE XFER-COUNTER
               MOVE ZEROES TO WS-PAIR-TABLE
               DISPLAY "ACCEPT EACH PROPOSAL: Y, N, OR A TO ACCEPT "
                   "THIS ONE AND ALL THAT FOLLOW"
               PERFORM 500-OFFER-ONE-PROPOSAL
                   VARYING SG-IDX FROM 1 BY 1
                   UNTIL SG-IDX > WS-SUGGEST-COUNT
           END-IF.
           CLOSE TRANSIT-FILE.

           IF WS-DRAFT-COUNT > ZERO
               OPEN OUTPUT XFER-COUNTER
               MOVE WS-LAST-XFER-NO TO XC-RECORD
               WRITE XC-RECORD
               CLOSE XFER-COUNTER
           END-IF.

           DISPLAY "------------------------------------------------".
           DISPLAY "PROPOSALS:          " WS-SUGGEST-COUNT.
           DISPLAY "DRAFT LINES WRITTEN: " WS-DRAFT-COUNT.
           DISPLAY "DECLINED:           " WS-DECLINED-COUNT.
           DISPLAY "OPEN STORES WITH NO STOCK EXTRACT: "
               WS-MISSING-COUNT.
           IF WS-DRAFT-COUNT > ZERO
               DISPLAY "SENDING STORES DISPATCH THE DRAFTS THROUGH "
                   "STOCK-TRANSFER-OUT"
           END-IF.
           DISPLAY "================================================".

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "STOCK-BALANCE-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-STORE-ROWS TO RL-READ-COUNT.
           MOVE WS-DRAFT-COUNT TO RL-WRITTEN-COUNT.
           MOVE WS-DECLINED-COUNT TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

      *> A store missing its extract is reported and left out - it
      *> neither gives nor receives on this run. A closed store is
      *> not expected to send one, and is never offered stock.
       100-LOAD-ONE-STORE.
           MOVE "N" TO WS-EOF-FLAG.
           IF ST-STATUS (ST-IDX) = "C"
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-STOCK-FILE (ST-IDX) TO WS-STORE-FILE-PATH.
           OPEN INPUT STORE-STOCK.
           IF WS-STORE-STATUS NOT = "00"
               DISPLAY "SKIPPING STORE " ST-STORE-CODE (ST-IDX)
                   " - NO STOCK EXTRACT " WS-STORE-FILE-PATH
                   " STATUS " WS-STORE-STATUS
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 105-READ-STORE-ROW.
           PERFORM 110-TAKE-ONE-STOCK-ROW UNTIL WS-EOF-FLAG = "Y".
           CLOSE STORE-STOCK.

       105-READ-STORE-ROW.
           READ STORE-STOCK INTO STORE-STOCK-RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> Recalled and deleted-pending stock can still be short and
      *> receive nothing, but it is never offered to another store.
       110-TAKE-ONE-STOCK-ROW.
           ADD 1 TO WS-STORE-ROWS.
           PERFORM 120-FIND-OR-ADD-ITEM.
           IF WS-FOUND-IDX > ZERO
               MOVE "Y" TO BL-HELD (WS-FOUND-IDX, ST-IDX)
               MOVE SS-QTY-ON-HAND TO BL-ON-HAND (WS-FOUND-IDX, ST-IDX)
               IF SS-RECALL-FLAG = "Y" OR SS-ITEM-STATUS = "X"
                   MOVE "N" TO BL-MOVABLE (WS-FOUND-IDX, ST-IDX)
               ELSE
                   MOVE "Y" TO BL-MOVABLE (WS-FOUND-IDX, ST-IDX)
               END-IF
               IF BL-ITEM-NAME (WS-FOUND-IDX) = SPACES
                   MOVE SS-ITEM-NAME TO BL-ITEM-NAME (WS-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM 105-READ-STORE-ROW.

       120-FIND-OR-ADD-ITEM.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-ITEM-COUNT OR WS-FOUND-IDX > ZERO
               IF BL-ITEM-CODE (BL-IDX) = SS-ITEM-CODE
                   MOVE BL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-ITEM-COUNT TO WS-TB-COUNT
               MOVE 3000 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-FOUND-IDX
                   INITIALIZE BAL-ENTRY (WS-FOUND-IDX)
                   MOVE SS-ITEM-CODE TO BL-ITEM-CODE (WS-FOUND-IDX)
               END-IF
           END-IF.

       125-FIND-ITEM.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-ITEM-COUNT OR WS-FOUND-IDX > ZERO
               IF BL-ITEM-CODE (BL-IDX) = SS-ITEM-CODE
                   MOVE BL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *> Only sales count - a return is not demand.
       200-TAKE-ONE-SALE.
           MOVE CO-SALES-ROW TO SALES-LOG-RECORD.
           IF SL-TIMESTAMP(1:8) IS NUMERIC
               MOVE SL-TIMESTAMP(1:8) TO WS-SALE-DATE
           ELSE
               MOVE ZERO TO WS-SALE-DATE
           END-IF.
           IF WS-SALE-DATE >= WS-CUTOFF-DATE
               AND WS-SALE-DATE <= WS-TODAY
               AND SL-QUANTITY > ZERO
               PERFORM 210-STORE-INDEX
               MOVE SL-ITEM-CODE TO SS-ITEM-CODE
               PERFORM 125-FIND-ITEM
               IF WS-FOUND-IDX > ZERO AND WS-COVER-STORE > ZERO
                   ADD SL-QUANTITY
                       TO BL-SOLD (WS-FOUND-IDX, WS-COVER-STORE)
                   IF WS-SALE-DATE < WS-FIRST-SALE-DATE
                       MOVE WS-SALE-DATE TO WS-FIRST-SALE-DATE
                   END-IF
               END-IF
           END-IF.
           READ COMPANY-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       210-STORE-INDEX.
           MOVE CO-STORE-CODE TO WS-STORE-LOOKUP.
           PERFORM FIND-STORE.
           MOVE WS-STORE-FOUND TO WS-COVER-STORE.

      *> In transit counts for the receiving store; a draft not yet
      *> sent also still sits on the sender's shelf, so it comes off
      *> the sender's position as well.
       300-TAKE-ONE-TRANSIT-LINE.
           IF XF-STATUS = "T" OR XF-STATUS = "D"
               MOVE XF-ITEM-CODE TO SS-ITEM-CODE
               PERFORM 125-FIND-ITEM
               IF WS-FOUND-IDX > ZERO
                   MOVE XF-TO-STORE TO CO-STORE-CODE
                   PERFORM 210-STORE-INDEX
                   IF WS-COVER-STORE > ZERO
                       ADD XF-QUANTITY
                           TO BL-INCOMING (WS-FOUND-IDX, WS-COVER-STORE)
                   END-IF
                   IF XF-STATUS = "D"
                       MOVE XF-FROM-STORE TO CO-STORE-CODE
                       PERFORM 210-STORE-INDEX
                       IF WS-COVER-STORE > ZERO
                           ADD XF-QUANTITY TO BL-OUTGOING
                               (WS-FOUND-IDX, WS-COVER-STORE)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ TRANSIT-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *> Largest surplus to largest shortfall, again until nothing is
      *> left to move - at most one move fewer than there are stores
      *> holding the item.
       400-BALANCE-ONE-ITEM.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STORE-COUNT
               COMPUTE BL-RATE (BL-IDX, ST-IDX) ROUNDED =
                   BL-SOLD (BL-IDX, ST-IDX) * 7 / WS-DAYS-COVERED
               COMPUTE BL-POSITION (BL-IDX, ST-IDX) =
                   BL-ON-HAND (BL-IDX, ST-IDX)
                   + BL-INCOMING (BL-IDX, ST-IDX)
                   - BL-OUTGOING (BL-IDX, ST-IDX)
               COMPUTE BL-TARGET (BL-IDX, ST-IDX) ROUNDED =
                   BL-RATE (BL-IDX, ST-IDX) * WS-TARGET-WEEKS
           END-PERFORM.

           MOVE "Y" TO WS-MOVE-DONE.
           PERFORM 410-MAKE-ONE-MOVE UNTIL WS-MOVE-DONE = "N".

       410-MAKE-ONE-MOVE.
           MOVE "N" TO WS-MOVE-DONE.
           MOVE ZERO TO WS-FROM-IDX.
           MOVE ZERO TO WS-TO-IDX.
           MOVE ZERO TO WS-BEST-SURPLUS.
           MOVE ZERO TO WS-BEST-SHORTFALL.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STORE-COUNT
               PERFORM 420-WEIGH-ONE-STORE
           END-PERFORM.
           IF WS-FROM-IDX = ZERO OR WS-TO-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF WS-BEST-SURPLUS < WS-BEST-SHORTFALL
               MOVE WS-BEST-SURPLUS TO WS-MOVE-QTY
           ELSE
               MOVE WS-BEST-SHORTFALL TO WS-MOVE-QTY
           END-IF.

           MOVE WS-SUGGEST-COUNT TO WS-TB-COUNT.
           MOVE 3000 TO WS-TB-LIMIT.
           PERFORM CHECK-TABLE-BOUNDS.
           IF WS-TB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SUGGEST-COUNT.
           MOVE BL-IDX TO SG-ITEM-IDX (WS-SUGGEST-COUNT).
           MOVE WS-FROM-IDX TO SG-FROM (WS-SUGGEST-COUNT).
           MOVE WS-TO-IDX TO SG-TO (WS-SUGGEST-COUNT).
           MOVE WS-MOVE-QTY TO SG-QUANTITY (WS-SUGGEST-COUNT).
           MOVE WS-FROM-IDX TO WS-COVER-STORE.
           PERFORM 430-WEEKS-OF-COVER.
           MOVE WS-COVER TO SG-FROM-BEFORE (WS-SUGGEST-COUNT).
           MOVE WS-TO-IDX TO WS-COVER-STORE.
           PERFORM 430-WEEKS-OF-COVER.
           MOVE WS-COVER TO SG-TO-BEFORE (WS-SUGGEST-COUNT).

           SUBTRACT WS-MOVE-QTY FROM BL-POSITION (BL-IDX, WS-FROM-IDX).
           SUBTRACT WS-MOVE-QTY FROM BL-ON-HAND (BL-IDX, WS-FROM-IDX).
           ADD WS-MOVE-QTY TO BL-POSITION (BL-IDX, WS-TO-IDX).

           MOVE WS-FROM-IDX TO WS-COVER-STORE.
           PERFORM 430-WEEKS-OF-COVER.
           MOVE WS-COVER TO SG-FROM-AFTER (WS-SUGGEST-COUNT).
           MOVE WS-TO-IDX TO WS-COVER-STORE.
           PERFORM 430-WEEKS-OF-COVER.
           MOVE WS-COVER TO SG-TO-AFTER (WS-SUGGEST-COUNT).
           MOVE "Y" TO WS-MOVE-DONE.

      *> A store can only give what is physically on its shelf now -
      *> stock still on the road to it is not there to pack.
       420-WEIGH-ONE-STORE.
           MOVE ZERO TO WS-SURPLUS.
           MOVE ZERO TO WS-SHORTFALL.
           IF ST-STATUS (ST-IDX) = "C"
               EXIT PARAGRAPH
           END-IF.
           IF BL-HELD (BL-IDX, ST-IDX) = "Y"
               AND BL-MOVABLE (BL-IDX, ST-IDX) = "Y"
               AND BL-POSITION (BL-IDX, ST-IDX) >
                   BL-TARGET (BL-IDX, ST-IDX)
               COMPUTE WS-SURPLUS = BL-POSITION (BL-IDX, ST-IDX)
                   - BL-TARGET (BL-IDX, ST-IDX)
               IF WS-SURPLUS > BL-ON-HAND (BL-IDX, ST-IDX)
                   - BL-OUTGOING (BL-IDX, ST-IDX)
                   COMPUTE WS-SURPLUS = BL-ON-HAND (BL-IDX, ST-IDX)
                       - BL-OUTGOING (BL-IDX, ST-IDX)
               END-IF
           END-IF.
           IF BL-POSITION (BL-IDX, ST-IDX) <
                   BL-TARGET (BL-IDX, ST-IDX)
               COMPUTE WS-SHORTFALL = BL-TARGET (BL-IDX, ST-IDX)
                   - BL-POSITION (BL-IDX, ST-IDX)
           END-IF.
           IF WS-SURPLUS > WS-BEST-SURPLUS
               MOVE WS-SURPLUS TO WS-BEST-SURPLUS
               MOVE ST-IDX TO WS-FROM-IDX
           END-IF.
           IF WS-SHORTFALL > WS-BEST-SHORTFALL
               MOVE WS-SHORTFALL TO WS-BEST-SHORTFALL
               MOVE ST-IDX TO WS-TO-IDX
           END-IF.

      *> 999.9 weeks stands for "never runs out" - stock and no sales.
       430-WEEKS-OF-COVER.
           IF BL-POSITION (BL-IDX, WS-COVER-STORE) <= ZERO
               MOVE ZERO TO WS-COVER
           ELSE
               IF BL-RATE (BL-IDX, WS-COVER-STORE) = ZERO
                   OR BL-POSITION (BL-IDX, WS-COVER-STORE) >=
                       BL-RATE (BL-IDX, WS-COVER-STORE) * 999
                   MOVE 999.9 TO WS-COVER
               ELSE
                   COMPUTE WS-COVER ROUNDED =
                       BL-POSITION (BL-IDX, WS-COVER-STORE)
                       / BL-RATE (BL-IDX, WS-COVER-STORE)
               END-IF
           END-IF.

       500-OFFER-ONE-PROPOSAL.
           MOVE SG-ITEM-IDX (SG-IDX) TO BL-IDX.
           MOVE SG-FROM (SG-IDX) TO WS-FROM-IDX.
           MOVE SG-TO (SG-IDX) TO WS-TO-IDX.
           MOVE SG-QUANTITY (SG-IDX) TO WS-QTY-ED.
           MOVE SG-FROM-BEFORE (SG-IDX) TO WS-FROM-BEFORE-ED.
           MOVE SG-FROM-AFTER (SG-IDX) TO WS-FROM-AFTER-ED.
           MOVE SG-TO-BEFORE (SG-IDX) TO WS-TO-BEFORE-ED.
           MOVE SG-TO-AFTER (SG-IDX) TO WS-TO-AFTER-ED.
           DISPLAY " ".
           DISPLAY BL-ITEM-CODE (BL-IDX) " " BL-ITEM-NAME (BL-IDX)
               " MOVE " WS-QTY-ED " FROM "
               ST-STORE-CODE (WS-FROM-IDX) " TO "
               ST-STORE-CODE (WS-TO-IDX).
           DISPLAY "  " ST-STORE-CODE (WS-FROM-IDX) " COVER "
               WS-FROM-BEFORE-ED " -> " WS-FROM-AFTER-ED " WEEKS, "
               ST-STORE-CODE (WS-TO-IDX) " COVER "
               WS-TO-BEFORE-ED " -> " WS-TO-AFTER-ED " WEEKS".

           IF WS-ACCEPT-ALL = "Y"
               MOVE "Y" TO WS-ANSWER
           ELSE
               DISPLAY "ACCEPT? (Y/N/A)"
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "A"
                   MOVE "Y" TO WS-ACCEPT-ALL
                   MOVE "Y" TO WS-ANSWER
               END-IF
           END-IF.

           IF WS-ANSWER = "Y"
               PERFORM 510-WRITE-DRAFT-LINE
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
           END-IF.

       510-WRITE-DRAFT-LINE.
           IF WS-PAIR-XFER (WS-FROM-IDX, WS-TO-IDX) = ZERO
               ADD 1 TO WS-LAST-XFER-NO
               MOVE WS-LAST-XFER-NO
                   TO WS-PAIR-XFER (WS-FROM-IDX, WS-TO-IDX)
           END-IF.
           MOVE SPACES TO STOCK-TRANSFER-RECORD.
           MOVE WS-PAIR-XFER (WS-FROM-IDX, WS-TO-IDX)
               TO XF-TRANSFER-NO.
           MOVE BL-ITEM-CODE (BL-IDX) TO XF-ITEM-CODE.
           MOVE BL-ITEM-NAME (BL-IDX) TO XF-ITEM-NAME.
           MOVE SG-QUANTITY (SG-IDX) TO XF-QUANTITY.
           MOVE ST-STORE-CODE (WS-FROM-IDX) TO XF-FROM-STORE.
           MOVE ST-STORE-CODE (WS-TO-IDX) TO XF-TO-STORE.
           MOVE "D" TO XF-STATUS.
           WRITE STOCK-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "ITEM " XF-ITEM-CODE " ALREADY ON DRAFT "
                       XF-TRANSFER-NO " - NOT WRITTEN"
                   ADD 1 TO WS-DECLINED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DRAFT-COUNT
                   DISPLAY "  DRAFTED ON TRANSFER " XF-TRANSFER-NO
           END-WRITE.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

           COPY "STORE-TABLE-LOGIC.CPY".

       END PROGRAM STOCK-BALANCE-RUN.
