      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of SUPPLIER-ITEM-MAINTENANCE, for supplier
      *          volume rebate agreements (REBATE.DAT): key a new
      *          agreement's period and tiers or correct one still
      *          accruing, list a supplier's agreements with where
      *          each stands, and record the money when a claimed
      *          rebate is paid - the last step of the claim that
      *          REBATE-ACCRUAL-RUN raises at period end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE
               ASSIGN TO "REBATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS REBATE-STATUS.

           SELECT SUPPLIER-MASTER
               ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS SUPPLIER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE.
           COPY "REBATE-AGREEMENT.CPY".

       FD  SUPPLIER-MASTER.
           COPY "SUPPLIER-MASTER.CPY".

       WORKING-STORAGE SECTION.
       01  REBATE-STATUS          PIC X(2).
       01  SUPPLIER-MASTER-STATUS PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-LOOKUP-SUPPLIER     PIC X(4).
       01  WS-LOOKUP-START        PIC X(8).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFREBATES VALUE "Y".
       01  WS-AGREEMENT-COUNT     PIC 9(3).
       01  WS-TIER-IDX            PIC 9(1).
       01  WS-TIERS-OK            PIC X(1).
       01  WS-SHORT-PAID          PIC S9(7)V9(2).

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SUPPLIER REBATE AGREEMENT MAINTENANCE".

           OPEN I-O REBATE-FILE.
           IF REBATE-STATUS = "35"
               OPEN OUTPUT REBATE-FILE
               CLOSE REBATE-FILE
               OPEN I-O REBATE-FILE
           END-IF.
           IF REBATE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN REBATE.DAT, STATUS "
                   REBATE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT SUPPLIER-MASTER.
           IF SUPPLIER-MASTER-STATUS = "35"
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN INPUT SUPPLIER-MASTER
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE REBATE-FILE.
           CLOSE SUPPLIER-MASTER.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (A=ADD/CHANGE AGREEMENT, L=LIST A "
               "SUPPLIER'S AGREEMENTS, P=RECORD REBATE PAID)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 200-ADD-OR-CHANGE-AGREEMENT
               WHEN "L"
                   PERFORM 300-LIST-AGREEMENTS
               WHEN "P"
                   PERFORM 400-RECORD-PAYMENT
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> The supplier must exist, and only an agreement still
      *> accruing can be re-keyed - once claimed, the statement the
      *> supplier holds is what the tiers said.
       200-ADD-OR-CHANGE-AGREEMENT.
           DISPLAY "ENTER SUPPLIER CODE".
           ACCEPT WS-LOOKUP-SUPPLIER.
           MOVE WS-LOOKUP-SUPPLIER TO SUP-SUPPLIER-CODE.
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "SUPPLIER NOT ON FILE: " WS-LOOKUP-SUPPLIER
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   DISPLAY "SUPPLIER: " SUP-NAME
           END-READ.

           DISPLAY "AGREEMENT PERIOD START (YYYYMMDD)".
           ACCEPT WS-LOOKUP-START.
           IF WS-LOOKUP-START NOT NUMERIC
               DISPLAY "NOT A DATE: " WS-LOOKUP-START
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOOKUP-SUPPLIER TO RA-SUPPLIER-CODE.
           MOVE WS-LOOKUP-START TO RA-PERIOD-START.
           READ REBATE-FILE
               INVALID KEY
                   INITIALIZE REBATE-AGREEMENT-RECORD
                   MOVE WS-LOOKUP-SUPPLIER TO RA-SUPPLIER-CODE
                   MOVE WS-LOOKUP-START TO RA-PERIOD-START
                   MOVE "A" TO RA-STATUS
                   PERFORM 210-ACCEPT-AGREEMENT-TERMS
                   IF WS-TIERS-OK = "Y"
                       WRITE REBATE-AGREEMENT-RECORD
                       DISPLAY "AGREEMENT ADDED"
                   END-IF
               NOT INVALID KEY
                   PERFORM 310-SHOW-ONE-AGREEMENT
                   IF RA-STATUS NOT = "A"
                       DISPLAY "AGREEMENT ALREADY CLAIMED - TERMS "
                           "CANNOT CHANGE"
                   ELSE
                       PERFORM 210-ACCEPT-AGREEMENT-TERMS
                       IF WS-TIERS-OK = "Y"
                           REWRITE REBATE-AGREEMENT-RECORD
                           DISPLAY "AGREEMENT CHANGED"
                       END-IF
                   END-IF
           END-READ.

       210-ACCEPT-AGREEMENT-TERMS.
           MOVE "N" TO WS-TIERS-OK.
           DISPLAY "AGREEMENT PERIOD END (YYYYMMDD)".
           ACCEPT RA-PERIOD-END.
           IF RA-PERIOD-END NOT NUMERIC
               OR RA-PERIOD-END NOT > RA-PERIOD-START
               DISPLAY "PERIOD END MUST BE A DATE AFTER THE START - "
                   "NOTHING SAVED"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 220-ACCEPT-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3.

      *> Tiers climb - each threshold above the last one keyed.
           MOVE "Y" TO WS-TIERS-OK.
           IF RA-TIER-PCT (1) = ZERO
               MOVE "N" TO WS-TIERS-OK
           END-IF.
           IF RA-TIER-PCT (2) > ZERO
               AND RA-TIER-FROM (2) NOT > RA-TIER-FROM (1)
               MOVE "N" TO WS-TIERS-OK
           END-IF.
           IF RA-TIER-PCT (3) > ZERO
               AND RA-TIER-FROM (3) NOT > RA-TIER-FROM (2)
               MOVE "N" TO WS-TIERS-OK
           END-IF.
           IF WS-TIERS-OK = "N"
               DISPLAY "TIER 1 NEEDS A RATE AND EACH LATER TIER A "
                   "HIGHER THRESHOLD - NOTHING SAVED"
           END-IF.

       220-ACCEPT-ONE-TIER.
           DISPLAY "TIER " WS-TIER-IDX
               " - PURCHASES FROM (0 IF NO SUCH TIER)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RA-TIER-FROM (WS-TIER-IDX) =
               FUNCTION NUMVAL-C(WS-IV-INPUT).

           MOVE ZERO TO RA-TIER-PCT (WS-TIER-IDX).
           IF RA-TIER-FROM (WS-TIER-IDX) > ZERO
               OR WS-TIER-IDX = 1
               DISPLAY "TIER " WS-TIER-IDX " - REBATE PERCENT"
               MOVE "N" TO WS-IV-VALID
               PERFORM UNTIL WS-IV-VALID = "Y"
                   ACCEPT WS-IV-INPUT
                   PERFORM VALIDATE-NUMERIC-ENTRY
               END-PERFORM
               COMPUTE RA-TIER-PCT (WS-TIER-IDX) =
                   FUNCTION NUMVAL-C(WS-IV-INPUT)
           END-IF.

       300-LIST-AGREEMENTS.
           DISPLAY "ENTER SUPPLIER CODE".
           ACCEPT WS-LOOKUP-SUPPLIER.
           MOVE ZERO TO WS-AGREEMENT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-LOOKUP-SUPPLIER TO RA-SUPPLIER-CODE.
           MOVE SPACES TO RA-PERIOD-START.
           START REBATE-FILE KEY NOT < RA-KEY
               INVALID KEY SET ENDOFREBATES TO TRUE
           END-START.
           IF NOT ENDOFREBATES
               READ REBATE-FILE NEXT
                   AT END SET ENDOFREBATES TO TRUE
               END-READ
           END-IF.
           PERFORM 305-LIST-ONE-AGREEMENT UNTIL ENDOFREBATES.
           IF WS-AGREEMENT-COUNT = ZERO
               DISPLAY "NO REBATE AGREEMENTS FOR " WS-LOOKUP-SUPPLIER
           END-IF.

       305-LIST-ONE-AGREEMENT.
           IF RA-SUPPLIER-CODE NOT = WS-LOOKUP-SUPPLIER
               SET ENDOFREBATES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AGREEMENT-COUNT.
           PERFORM 310-SHOW-ONE-AGREEMENT.
           READ REBATE-FILE NEXT
               AT END SET ENDOFREBATES TO TRUE
           END-READ.

       310-SHOW-ONE-AGREEMENT.
           DISPLAY "PERIOD " RA-PERIOD-START " TO " RA-PERIOD-END
               " STATUS " RA-STATUS.
           PERFORM 315-SHOW-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3.
           DISPLAY "  RECEIVED " RA-RECEIVED-VALUE " EARNING "
               RA-RATE-EARNED "% ACCRUED " RA-ACCRUED
               " AS AT " RA-LAST-ACCRUAL.
           IF RA-STATUS NOT = "A"
               DISPLAY "  CLAIM " RA-CLAIM-NO " OF " RA-CLAIM-DATE
                   " FOR " RA-CLAIM-AMOUNT
           END-IF.
           IF RA-STATUS = "P"
               DISPLAY "  PAID " RA-PAID-AMOUNT " ON " RA-PAID-DATE
           END-IF.

       315-SHOW-ONE-TIER.
           IF RA-TIER-PCT (WS-TIER-IDX) > ZERO
               DISPLAY "  TIER " WS-TIER-IDX " FROM "
                   RA-TIER-FROM (WS-TIER-IDX) " EARNS "
                   RA-TIER-PCT (WS-TIER-IDX) "%"
           END-IF.

      *> The supplier pays a claim by cheque or credit note; whatever
      *> comes in closes the claim, and a short payment is called
      *> out so the buyer can chase the difference.
       400-RECORD-PAYMENT.
           DISPLAY "ENTER SUPPLIER CODE".
           ACCEPT WS-LOOKUP-SUPPLIER.
           DISPLAY "AGREEMENT PERIOD START (YYYYMMDD)".
           ACCEPT WS-LOOKUP-START.
           MOVE WS-LOOKUP-SUPPLIER TO RA-SUPPLIER-CODE.
           MOVE WS-LOOKUP-START TO RA-PERIOD-START.
           READ REBATE-FILE
               INVALID KEY
                   DISPLAY "NO SUCH AGREEMENT ON FILE"
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE RA-STATUS
               WHEN "A"
                   DISPLAY "NOT CLAIMED YET - NOTHING TO RECORD"
               WHEN "P"
                   DISPLAY "CLAIM " RA-CLAIM-NO " ALREADY PAID ON "
                       RA-PAID-DATE
               WHEN OTHER
                   PERFORM 410-ACCEPT-PAYMENT
           END-EVALUATE.

       410-ACCEPT-PAYMENT.
           DISPLAY "CLAIM " RA-CLAIM-NO " FOR " RA-CLAIM-AMOUNT.
           DISPLAY "AMOUNT RECEIVED".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE RA-PAID-AMOUNT = FUNCTION NUMVAL-C(WS-IV-INPUT).
           DISPLAY "DATE RECEIVED (YYYYMMDD)".
           ACCEPT RA-PAID-DATE.
           MOVE "P" TO RA-STATUS.
           REWRITE REBATE-AGREEMENT-RECORD.
           DISPLAY "CLAIM " RA-CLAIM-NO " MARKED PAID".
           COMPUTE WS-SHORT-PAID = RA-CLAIM-AMOUNT - RA-PAID-AMOUNT.
           IF WS-SHORT-PAID > ZERO
               DISPLAY "SHORT PAID BY " WS-SHORT-PAID
                   " - TAKE IT UP WITH THE SUPPLIER"
           END-IF.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

       END PROGRAM REBATE-MAINTENANCE.
