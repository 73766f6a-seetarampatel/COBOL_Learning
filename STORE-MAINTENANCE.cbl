      ******************************************************************
      * Author:
      * Date:
      * Purpose: Small ACCEPT-driven maintenance transaction, in the
      *          style of SUPPLIER-MAINTENANCE, for the store master
      *          (STOREMST.DAT) - one row per shop: name, address,
      *          region, open/closed status and the file names its
      *          nightly extracts arrive under at head office. The
      *          consolidation, clearing and balancing runs walk this
      *          file instead of a list of stores written into each
      *          program, so a new shop is added here. A closed shop
      *          keeps its row so its history still resolves.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-MASTER-FILE
               ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-CODE
               FILE STATUS IS STORE-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER-FILE.
           COPY "STORE-MASTER.CPY".

       WORKING-STORAGE SECTION.
       01  STORE-MASTER-STATUS    PIC X(2).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-ACTION              PIC X(1).
       01  WS-LOOKUP-CODE         PIC X(4).
       01  WS-ENTRY               PIC X(40).
       01  WS-EOF-FLAG            PIC X(1).
           88 ENDOFSTORES VALUE "Y".
       01  WS-LIST-COUNT          PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STORE MAINTENANCE".

      *> First run on a machine won't find STOREMST.DAT yet - same
      *> OPEN-with-OUTPUT-fallback convention as SUPPLIER.DAT.
           OPEN I-O STORE-MASTER-FILE.
           IF STORE-MASTER-STATUS = "35"
               OPEN OUTPUT STORE-MASTER-FILE
               CLOSE STORE-MASTER-FILE
               OPEN I-O STORE-MASTER-FILE
           END-IF.
           IF STORE-MASTER-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STOREMST.DAT, STATUS "
                   STORE-MASTER-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           PERFORM 100-ONE-TRANSACTION UNTIL WS-WANT-MORE = "N".

           CLOSE STORE-MASTER-FILE.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-TRANSACTION.
           DISPLAY "ACTION (S=ADD/CHANGE STORE, C=CLOSE OR REOPEN, "
               "L=LIST)".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM 200-MAINTAIN-STORE
               WHEN "C"
                   PERFORM 300-CLOSE-OR-REOPEN
               WHEN "L"
                   PERFORM 400-LIST-STORES
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION: " WS-ACTION
           END-EVALUATE.

           DISPLAY "ANOTHER TRANSACTION? (Y/N)".
           ACCEPT WS-WANT-MORE.

      *> An existing store is shown and re-keyed in place (a blank
      *> answer keeps what is on file); a new one is written open.
       200-MAINTAIN-STORE.
           DISPLAY "ENTER STORE CODE (E.G. ST04)".
           ACCEPT WS-LOOKUP-CODE.
           IF WS-LOOKUP-CODE = SPACES
               DISPLAY "STORE CODE REQUIRED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-CODE TO SM-STORE-CODE.

           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO STORE-MASTER-RECORD
                   MOVE WS-LOOKUP-CODE TO SM-STORE-CODE
                   MOVE "O" TO SM-STATUS
                   PERFORM 210-ACCEPT-STORE-FIELDS
                   WRITE STORE-MASTER-RECORD
                   DISPLAY "STORE ADDED: " SM-STORE-CODE
               NOT INVALID KEY
                   DISPLAY "ON FILE: " SM-STORE-NAME
                       " REGION: " SM-REGION " STATUS: " SM-STATUS
                   DISPLAY "ADDRESS: " SM-ADDRESS
                   DISPLAY "EXTRACTS: " SM-SALES-FILE
                   DISPLAY "          " SM-GIFT-FILE
                   DISPLAY "          " SM-STOCK-FILE
                   PERFORM 210-ACCEPT-STORE-FIELDS
                   REWRITE STORE-MASTER-RECORD
                   DISPLAY "STORE UPDATED: " SM-STORE-CODE
           END-READ.

       210-ACCEPT-STORE-FIELDS.
           DISPLAY "STORE NAME".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO SM-STORE-NAME
           END-IF.
           DISPLAY "ADDRESS".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO SM-ADDRESS
           END-IF.
           DISPLAY "REGION".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO SM-REGION
           END-IF.

      *> A new store with no names keyed ships under its own code -
      *> ST04-SALES.DAT and so on. The three original shops keep the
      *> STORE1-SALES.DAT style names they have always used.
           DISPLAY "SALES EXTRACT FILE NAME".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO SM-SALES-FILE
           END-IF.
           IF SM-SALES-FILE = SPACES
               STRING SM-STORE-CODE "-SALES.DAT" DELIMITED BY SIZE
                   INTO SM-SALES-FILE
           END-IF.
           DISPLAY "GIFT-CARD MOVEMENT FILE NAME".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO SM-GIFT-FILE
           END-IF.
           IF SM-GIFT-FILE = SPACES
               STRING SM-STORE-CODE "-GIFT.DAT" DELIMITED BY SIZE
                   INTO SM-GIFT-FILE
           END-IF.
           DISPLAY "STOCK EXTRACT FILE NAME".
           ACCEPT WS-ENTRY.
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO SM-STOCK-FILE
           END-IF.
           IF SM-STOCK-FILE = SPACES
               STRING SM-STORE-CODE "-STOCK.DAT" DELIMITED BY SIZE
                   INTO SM-STOCK-FILE
           END-IF.

       300-CLOSE-OR-REOPEN.
           DISPLAY "ENTER STORE CODE".
           ACCEPT WS-LOOKUP-CODE.
           MOVE WS-LOOKUP-CODE TO SM-STORE-CODE.
           READ STORE-MASTER-FILE
               INVALID KEY
                   DISPLAY "STORE NOT FOUND: " WS-LOOKUP-CODE
                   EXIT PARAGRAPH
           END-READ.
           IF SM-STATUS = "C"
               MOVE "O" TO SM-STATUS
               DISPLAY "STORE " SM-STORE-CODE " REOPENED"
           ELSE
               MOVE "C" TO SM-STATUS
               DISPLAY "STORE " SM-STORE-CODE " CLOSED - NO LONGER "
                   "CONSOLIDATED OR SENT STOCK"
           END-IF.
           REWRITE STORE-MASTER-RECORD.

       400-LIST-STORES.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SM-STORE-CODE.
           START STORE-MASTER-FILE KEY NOT < SM-STORE-CODE
               INVALID KEY SET ENDOFSTORES TO TRUE
           END-START.
           DISPLAY "CODE NAME                      REGION     ST".
           PERFORM 410-LIST-ONE-STORE UNTIL ENDOFSTORES.
           DISPLAY "STORES ON FILE: " WS-LIST-COUNT.

       410-LIST-ONE-STORE.
           READ STORE-MASTER-FILE NEXT
               AT END
                   SET ENDOFSTORES TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY SM-STORE-CODE " " SM-STORE-NAME " " SM-REGION " "
               SM-STATUS.

       END PROGRAM STORE-MAINTENANCE.
