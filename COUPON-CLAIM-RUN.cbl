      ******************************************************************
      * Author:
      * Date:
      * Purpose: The manufacturer coupon claim. Reads COUPONRD.DAT for
      *          the claim period, keeps only the manufacturer-funded
      *          redemptions (a voided receipt's reversal rows net
      *          them back out), totals them per issuer and coupon,
      *          and writes COUPCLM.DAT - one row per issuer and
      *          coupon with the count and value - for the
      *          clearinghouse to bill, in the same period-extract
      *          shape COMMISSION-RUN hands payroll. The report groups
      *          the claim by issuer; store-funded coupons show only
      *          as a memo total (that markdown is ours to bear).
      *          Run-logged like the other batch programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUPON-CLAIM-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUPON-REDEEM-FILE
               ASSIGN TO "COUPONRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUPON-REDEEM-STATUS.

           SELECT CLAIM-EXTRACT
               ASSIGN TO "COUPCLM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-EXTRACT-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUPON-REDEEM-FILE.
           COPY "COUPON-REDEMPTION.CPY".

       FD  CLAIM-EXTRACT.
       01  CLAIM-EXTRACT-RECORD.
           05 CX-ISSUER           PIC X(10).
           05 CX-COUPON-CODE      PIC X(12).
           05 CX-PERIOD-FROM      PIC X(8).
           05 CX-PERIOD-TO        PIC X(8).
           05 CX-COUPON-COUNT     PIC S9(5).
           05 CX-CLAIM-VALUE      PIC S9(7)V9(2).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS         PIC X(2).
       01  WS-RL-START-STAMP      PIC X(26).
       01  COUPON-REDEEM-STATUS   PIC X(2).
       01  CLAIM-EXTRACT-STATUS   PIC X(2).
       01  WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 ENDOFINPUT VALUE "Y".

       01  WS-FROM-DATE           PIC X(8).
       01  WS-TO-DATE             PIC X(8).
       01  WS-ROW-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CLAIM-ROWS          PIC 9(5) VALUE ZERO.
       01  WS-STORE-COUNT         PIC S9(5) VALUE ZERO.
       01  WS-STORE-VALUE         PIC S9(7)V9(2) VALUE ZERO.
       01  WS-CLAIM-COUNT         PIC S9(5) VALUE ZERO.
       01  WS-CLAIM-VALUE         PIC S9(7)V9(2) VALUE ZERO.

      *> Per issuer per coupon - the usual find-or-add table.
       01  WS-CELL-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-CELL-TABLE-AREA.
           05 WS-CELL-TABLE OCCURS 300 TIMES INDEXED BY CC-IDX.
               10 CC-ISSUER        PIC X(10).
               10 CC-COUPON-CODE   PIC X(12).
               10 CC-COUNT         PIC S9(5).
               10 CC-VALUE         PIC S9(7)V9(2).
       01  WS-FOUND-IDX           PIC 9(3).
       01  CC2-IDX                PIC 9(3).

      *> Issuers already printed, so each is grouped once.
       01  WS-ISSUER-TOTAL-COUNT  PIC S9(5).
       01  WS-ISSUER-TOTAL-VALUE  PIC S9(7)V9(2).
       01  WS-DONE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DONE-TABLE-AREA.
           05 WS-DONE-ISSUER OCCURS 300 TIMES PIC X(10).
       01  WS-DN-IDX              PIC 9(3).
       01  WS-ALREADY-DONE        PIC X(1).

           COPY "TABLE-BOUNDS-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-STAMP.
           DISPLAY "CLAIM PERIOD FROM (YYYYMMDD)".
           ACCEPT WS-FROM-DATE.
           DISPLAY "CLAIM PERIOD TO (YYYYMMDD)".
           ACCEPT WS-TO-DATE.

           OPEN INPUT COUPON-REDEEM-FILE.
           IF COUPON-REDEEM-STATUS NOT = "00"
               DISPLAY "NO COUPON REDEMPTIONS TO CLAIM, STATUS "
                   COUPON-REDEEM-STATUS
               GO TO 900-END-PROGRAM
           END-IF.
           READ COUPON-REDEEM-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.
           PERFORM 100-TALLY-ONE-ROW UNTIL ENDOFINPUT.
           CLOSE COUPON-REDEEM-FILE.

           OPEN OUTPUT CLAIM-EXTRACT.
           DISPLAY "========= MANUFACTURER COUPON CLAIM =============".
           DISPLAY WS-FROM-DATE " THROUGH " WS-TO-DATE.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CELL-COUNT
               PERFORM 300-CLAIM-FOR-ONE-ISSUER
           END-PERFORM.
           CLOSE CLAIM-EXTRACT.
           DISPLAY "=================================================".
           DISPLAY "TOTAL CLAIMED: " WS-CLAIM-COUNT " COUPONS "
               WS-CLAIM-VALUE.
           DISPLAY "STORE-FUNDED (NOT CLAIMED): " WS-STORE-COUNT
               " COUPONS " WS-STORE-VALUE.

           GO TO 900-END-PROGRAM.

      *> A reversal row carries its value already negated - adding
      *> it is the netting; its count comes off the same way.
       100-TALLY-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT.
           IF RD-DATE NOT < WS-FROM-DATE
               AND RD-DATE NOT > WS-TO-DATE
               IF RD-FUNDED-BY = "M"
                   PERFORM 110-ADD-TO-CELL
               ELSE
                   ADD RD-VALUE TO WS-STORE-VALUE
                   IF RD-TYPE = "V"
                       SUBTRACT 1 FROM WS-STORE-COUNT
                   ELSE
                       ADD 1 TO WS-STORE-COUNT
                   END-IF
               END-IF
           END-IF.
           READ COUPON-REDEEM-FILE
               AT END SET ENDOFINPUT TO TRUE
           END-READ.

       110-ADD-TO-CELL.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CELL-COUNT
               IF CC-ISSUER (CC-IDX) = RD-ISSUER
                   AND CC-COUPON-CODE (CC-IDX) = RD-COUPON-CODE
                   MOVE CC-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               MOVE WS-CELL-COUNT TO WS-TB-COUNT
               MOVE 300 TO WS-TB-LIMIT
               PERFORM CHECK-TABLE-BOUNDS
               IF WS-TB-OK = "Y"
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-CELL-COUNT TO WS-FOUND-IDX
                   SET CC-IDX TO WS-FOUND-IDX
                   MOVE RD-ISSUER TO CC-ISSUER (CC-IDX)
                   MOVE RD-COUPON-CODE TO CC-COUPON-CODE (CC-IDX)
                   MOVE ZERO TO CC-COUNT (CC-IDX)
                   MOVE ZEROES TO CC-VALUE (CC-IDX)
               END-IF
           END-IF.
           IF WS-FOUND-IDX NOT = ZERO
               SET CC-IDX TO WS-FOUND-IDX
               ADD RD-VALUE TO CC-VALUE (CC-IDX)
               IF RD-TYPE = "V"
                   SUBTRACT 1 FROM CC-COUNT (CC-IDX)
               ELSE
                   ADD 1 TO CC-COUNT (CC-IDX)
               END-IF
           END-IF.

      *> One group (and one extract row per coupon) per issuer, the
      *> first time the issuer is met walking the cells.
       300-CLAIM-FOR-ONE-ISSUER.
           MOVE "N" TO WS-ALREADY-DONE.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DONE-COUNT
               IF WS-DONE-ISSUER (WS-DN-IDX) = CC-ISSUER (CC-IDX)
                   MOVE "Y" TO WS-ALREADY-DONE
               END-IF
           END-PERFORM.
           IF WS-ALREADY-DONE = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DONE-COUNT.
           MOVE CC-ISSUER (CC-IDX) TO WS-DONE-ISSUER (WS-DONE-COUNT).

           MOVE ZERO TO WS-ISSUER-TOTAL-COUNT.
           MOVE ZEROES TO WS-ISSUER-TOTAL-VALUE.
           DISPLAY "ISSUER " CC-ISSUER (CC-IDX) ":".
           PERFORM VARYING CC2-IDX FROM 1 BY 1
                   UNTIL CC2-IDX > WS-CELL-COUNT
               IF CC-ISSUER (CC2-IDX) = CC-ISSUER (CC-IDX)
                   DISPLAY "  COUPON " CC-COUPON-CODE (CC2-IDX)
                       " x " CC-COUNT (CC2-IDX)
                       " = " CC-VALUE (CC2-IDX)
                   ADD CC-COUNT (CC2-IDX) TO WS-ISSUER-TOTAL-COUNT
                   ADD CC-VALUE (CC2-IDX) TO WS-ISSUER-TOTAL-VALUE
                   MOVE SPACES TO CLAIM-EXTRACT-RECORD
                   MOVE CC-ISSUER (CC2-IDX) TO CX-ISSUER
                   MOVE CC-COUPON-CODE (CC2-IDX) TO CX-COUPON-CODE
                   MOVE WS-FROM-DATE TO CX-PERIOD-FROM
                   MOVE WS-TO-DATE TO CX-PERIOD-TO
                   MOVE CC-COUNT (CC2-IDX) TO CX-COUPON-COUNT
                   MOVE CC-VALUE (CC2-IDX) TO CX-CLAIM-VALUE
                   WRITE CLAIM-EXTRACT-RECORD
                   ADD 1 TO WS-CLAIM-ROWS
               END-IF
           END-PERFORM.
           DISPLAY "  ISSUER TOTAL: " WS-ISSUER-TOTAL-COUNT
               " COUPONS " WS-ISSUER-TOTAL-VALUE.
           ADD WS-ISSUER-TOTAL-COUNT TO WS-CLAIM-COUNT.
           ADD WS-ISSUER-TOTAL-VALUE TO WS-CLAIM-VALUE.

       900-END-PROGRAM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "COUPON-CLAIM-RUN" TO RL-PROGRAM.
           MOVE WS-RL-START-STAMP TO RL-START-STAMP.
           MOVE WS-ROW-COUNT TO RL-READ-COUNT.
           MOVE WS-CLAIM-ROWS TO RL-WRITTEN-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RL-STATUS
           ELSE
               MOVE "FAILED" TO RL-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-RECORD.
           GOBACK.

           COPY "RUN-LOG-LOGIC.CPY".

           COPY "TABLE-BOUNDS-LOGIC.CPY".

       END PROGRAM COUPON-CLAIM-RUN.
