      ******************************************************************
      * Author:
      * Date:
      * Purpose: Files the paper coupons the store accepts on
      *          COUPON.DAT so the register can validate them at
      *          checkout instead of cashiers keying them as price
      *          overrides. Small ACCEPT-driven maintenance
      *          transaction, in the style of ITEM-STATUS-MAINTENANCE:
      *          key the code printed on the coupon, then its
      *          qualifying item (or department), face value, live
      *          dates, who funds it (S store, M manufacturer) and the
      *          issuer the clearinghouse claim goes to. Withdrawing a
      *          coupon is status W. Value and status changes land on
      *          the audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUPON-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUPON-FILE
               ASSIGN TO "COUPON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COUPON-CODE
               FILE STATUS IS COUPON-FILE-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO "ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUPON-FILE.
           COPY "COUPON.CPY".

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".

       FD  AUDIT-LOG.
           COPY "AUDIT-LOG.CPY".

       WORKING-STORAGE SECTION.
       01  COUPON-FILE-STATUS     PIC X(2).
       01  ITEM-MASTER-STATUS     PIC X(2).
       01  AUDIT-LOG-STATUS       PIC X(2).
       01  WS-USER-ID             PIC X(8).
       01  WS-WANT-MORE           PIC X(1) VALUE "Y".
       01  WS-LOOKUP-CODE         PIC X(12).
       01  WS-NEW-COUPON          PIC X(1).
       01  WS-OLD-VALUE           PIC 9(3)V9(2).
       01  WS-OLD-STATUS          PIC X(1).
       01  WS-VALUE-DISPLAY       PIC ZZ9.99.
       01  WS-DATES-OK            PIC X(1).
       01  WS-ITEMS-OPEN          PIC X(1) VALUE "N".

           COPY "INPUT-VALIDATE-FIELDS.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COUPON MAINTENANCE".
           DISPLAY "PLEASE ENTER YOUR USER ID".
           ACCEPT WS-USER-ID.

           OPEN I-O COUPON-FILE.
           IF COUPON-FILE-STATUS = "35"
               OPEN OUTPUT COUPON-FILE
               CLOSE COUPON-FILE
               OPEN I-O COUPON-FILE
           END-IF.
           IF COUPON-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN COUPON.DAT, STATUS "
                   COUPON-FILE-STATUS
               GO TO 900-END-PROGRAM
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEMS-OPEN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "05" OR AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 100-ONE-COUPON UNTIL WS-WANT-MORE = "N".

           CLOSE COUPON-FILE.
           IF WS-ITEMS-OPEN = "Y"
               CLOSE ITEM-MASTER
           END-IF.
           CLOSE AUDIT-LOG.

       900-END-PROGRAM.
           STOP RUN.

       100-ONE-COUPON.
           DISPLAY "COUPON CODE".
           MOVE SPACES TO WS-LOOKUP-CODE.
           ACCEPT WS-LOOKUP-CODE.
           IF WS-LOOKUP-CODE = SPACES
               DISPLAY "NO CODE KEYED"
           ELSE
               MOVE WS-LOOKUP-CODE TO CP-COUPON-CODE
               READ COUPON-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-NEW-COUPON
                   NOT INVALID KEY
                       MOVE "N" TO WS-NEW-COUPON
               END-READ
               PERFORM 110-MAINTAIN-COUPON
           END-IF.

           DISPLAY "ANOTHER COUPON? (Y/N)".
           ACCEPT WS-WANT-MORE.

       110-MAINTAIN-COUPON.
           IF WS-NEW-COUPON = "Y"
               DISPLAY "NEW COUPON " WS-LOOKUP-CODE
               MOVE SPACES TO COUPON-RECORD
               MOVE WS-LOOKUP-CODE TO CP-COUPON-CODE
               MOVE ZEROES TO CP-VALUE
               MOVE SPACES TO WS-OLD-STATUS
           ELSE
               MOVE CP-VALUE TO WS-VALUE-DISPLAY
               DISPLAY "COUPON: " CP-DESCRIPTION
                   " ITEM " CP-ITEM-CODE " DEPT " CP-DEPARTMENT
                   " VALUE " WS-VALUE-DISPLAY
               DISPLAY "LIVE " CP-START-DATE " TO " CP-EXPIRY-DATE
                   " FUNDED BY " CP-FUNDED-BY
                   " ISSUER " CP-ISSUER " STATUS " CP-STATUS
               MOVE CP-STATUS TO WS-OLD-STATUS
           END-IF.
           MOVE CP-VALUE TO WS-OLD-VALUE.

           DISPLAY "DESCRIPTION".
           ACCEPT CP-DESCRIPTION.

           PERFORM 120-ACCEPT-QUALIFIER.

           DISPLAY "FACE VALUE (AMOUNT OFF ONE UNIT)".
           MOVE "N" TO WS-IV-VALID.
           PERFORM UNTIL WS-IV-VALID = "Y"
               ACCEPT WS-IV-INPUT
               PERFORM VALIDATE-NUMERIC-ENTRY
           END-PERFORM.
           COMPUTE CP-VALUE = FUNCTION NUMVAL-C(WS-IV-INPUT).

           MOVE "N" TO WS-DATES-OK.
           PERFORM 130-ACCEPT-DATES UNTIL WS-DATES-OK = "Y".

           MOVE SPACES TO CP-FUNDED-BY.
           PERFORM 140-ACCEPT-FUNDED-BY
               UNTIL CP-FUNDED-BY = "S" OR "M".

      *> The claim run bills manufacturer coupons by issuer - one
      *> with no issuer could never be claimed.
           IF CP-FUNDED-BY = "M"
               MOVE SPACES TO CP-ISSUER
               PERFORM 145-ACCEPT-ISSUER UNTIL CP-ISSUER NOT = SPACES
           ELSE
               MOVE "STORE" TO CP-ISSUER
           END-IF.

           MOVE SPACES TO CP-STATUS.
           PERFORM 150-ACCEPT-STATUS UNTIL CP-STATUS = "A" OR "W".

           IF WS-NEW-COUPON = "Y"
               WRITE COUPON-RECORD
           ELSE
               REWRITE COUPON-RECORD
           END-IF.
           IF COUPON-FILE-STATUS NOT = "00"
               DISPLAY "COUPON NOT SAVED, STATUS " COUPON-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 160-AUDIT-COUPON-CHANGE.
           DISPLAY "COUPON " CP-COUPON-CODE " SAVED".

      *> An item code wins; a blank item code makes it a department
      *> coupon, good on any item filed in that department.
       120-ACCEPT-QUALIFIER.
           MOVE SPACES TO CP-ITEM-CODE.
           MOVE SPACES TO CP-DEPARTMENT.
           PERFORM UNTIL CP-ITEM-CODE NOT = SPACES
                      OR CP-DEPARTMENT NOT = SPACES
               DISPLAY "QUALIFYING ITEM CODE (BLANK FOR A "
                   "DEPARTMENT COUPON)"
               ACCEPT CP-ITEM-CODE
               IF CP-ITEM-CODE = SPACES
                   DISPLAY "QUALIFYING DEPARTMENT"
                   ACCEPT CP-DEPARTMENT
               ELSE
                   IF WS-ITEMS-OPEN = "Y"
                       MOVE CP-ITEM-CODE TO IM-ITEM-CODE
                       READ ITEM-MASTER
                           INVALID KEY
                               DISPLAY "ITEM NOT ON FILE: "
                                   CP-ITEM-CODE
                               MOVE SPACES TO CP-ITEM-CODE
                           NOT INVALID KEY
                               DISPLAY "ITEM: " IM-ITEM-NAME
                               MOVE IM-DEPARTMENT TO CP-DEPARTMENT
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       130-ACCEPT-DATES.
           DISPLAY "FIRST DAY ACCEPTED (YYYYMMDD)".
           ACCEPT CP-START-DATE.
           DISPLAY "EXPIRY DATE (YYYYMMDD)".
           ACCEPT CP-EXPIRY-DATE.
           IF CP-START-DATE IS NUMERIC
               AND CP-EXPIRY-DATE IS NUMERIC
               AND CP-EXPIRY-DATE NOT < CP-START-DATE
               MOVE "Y" TO WS-DATES-OK
           ELSE
               DISPLAY "DATES MUST BE YYYYMMDD, EXPIRY NOT BEFORE "
                   "THE FIRST DAY"
           END-IF.

       140-ACCEPT-FUNDED-BY.
           DISPLAY "FUNDED BY (S=STORE M=MANUFACTURER)".
           ACCEPT CP-FUNDED-BY.

       145-ACCEPT-ISSUER.
           DISPLAY "ISSUER CODE FOR THE CLEARINGHOUSE CLAIM".
           ACCEPT CP-ISSUER.

       150-ACCEPT-STATUS.
           DISPLAY "STATUS (A=ACCEPTED W=WITHDRAWN)".
           ACCEPT CP-STATUS.

      *> Same who/when/old/new trail every master correction writes.
       160-AUDIT-COUPON-CHANGE.
           IF CP-VALUE NOT = WS-OLD-VALUE OR WS-NEW-COUPON = "Y"
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-USER-ID TO AL-USER-ID
               MOVE "COUPON" TO AL-RECORD-TYPE
               MOVE CP-COUPON-CODE TO AL-KEY-VALUE
               MOVE "COUPON-VALUE" TO AL-FIELD-NAME
               MOVE WS-OLD-VALUE TO WS-VALUE-DISPLAY
               MOVE WS-VALUE-DISPLAY TO AL-OLD-VALUE
               MOVE CP-VALUE TO WS-VALUE-DISPLAY
               MOVE WS-VALUE-DISPLAY TO AL-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CP-STATUS NOT = WS-OLD-STATUS
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-USER-ID TO AL-USER-ID
               MOVE "COUPON" TO AL-RECORD-TYPE
               MOVE CP-COUPON-CODE TO AL-KEY-VALUE
               MOVE "COUPON-STATUS" TO AL-FIELD-NAME
               MOVE WS-OLD-STATUS TO AL-OLD-VALUE
               MOVE CP-STATUS TO AL-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           COPY "INPUT-VALIDATE-LOGIC.CPY".

           COPY "AUDIT-LOG-LOGIC.CPY".

       END PROGRAM COUPON-MAINTENANCE.
