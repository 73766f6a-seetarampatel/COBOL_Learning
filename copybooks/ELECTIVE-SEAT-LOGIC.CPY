      *****************************************************************
      * RELEASE-ELECTIVE-SEAT / FILL-ELECTIVE-SEATS / WAITER-POSITION
      * - shared elective seat handling, same COPY-into-PROCEDURE-
      * DIVISION convention as AUDIT-LOG-LOGIC.CPY. See
      * ELECTIVE-SEAT-FIELDS.CPY for the calling convention.
      * A subject with no ELECTSEAT.DAT row for the section and term
      * has no limit and nothing is done. The waiting list is served
      * best first by the elective's EL-RANK-BY: earliest request
      * (D), or highest average mark with the earlier request
      * breaking a tie (M).
      *****************************************************************
       RELEASE-ELECTIVE-SEAT.
           MOVE ZERO TO WS-ES-SEATED.
           MOVE WS-ES-SUBJECT TO EL-SUBJECT.
           MOVE WS-ES-SECTION TO EL-CLASS-SECTION.
           MOVE WS-ES-TERM TO EL-TERM-CODE.
           READ ELECTIVE-SEATS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EL-ENROLLED > ZERO
               SUBTRACT 1 FROM EL-ENROLLED
           END-IF.
           REWRITE ELECTIVE-SEATS-RECORD.
           PERFORM FILL-ELECTIVE-SEATS.

       FILL-ELECTIVE-SEATS.
           MOVE ZERO TO WS-ES-SEATED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ES-TODAY.
           MOVE "Y" TO WS-ES-MORE.
           PERFORM FILL-ONE-ELECTIVE-SEAT UNTIL WS-ES-MORE = "N".

       FILL-ONE-ELECTIVE-SEAT.
           MOVE "N" TO WS-ES-MORE.
           MOVE WS-ES-SUBJECT TO EL-SUBJECT.
           MOVE WS-ES-SECTION TO EL-CLASS-SECTION.
           MOVE WS-ES-TERM TO EL-TERM-CODE.
           READ ELECTIVE-SEATS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EL-ENROLLED NOT < EL-SEAT-LIMIT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-BEST-WAITER.
           IF WS-ES-BEST-KEY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ES-BEST-KEY TO WT-KEY.
           READ WAITING-LIST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO ENROLLMENT-RECORD.
           MOVE WT-STUDENT-ID TO EN-STUDENT-ID.
           MOVE WT-SUBJECT TO EN-SUBJECT.
           MOVE WT-TERM-CODE TO EN-TERM-CODE.
           MOVE WT-OVERRIDE TO EN-OVERRIDE.
           MOVE WT-OVERRIDE-BY TO EN-OVERRIDE-BY.
           MOVE WS-ES-TODAY TO EN-ENROLL-DATE.
           MOVE WT-CLASS-SECTION TO EN-SEAT-SECTION.
           WRITE ENROLLMENT-RECORD
               INVALID KEY
      *> Already enrolled by some other road - the seat is still
      *> free, so the row just comes off the list.
                   MOVE "C" TO WT-STATUS
               NOT INVALID KEY
                   MOVE "E" TO WT-STATUS
                   ADD 1 TO EL-ENROLLED
                   REWRITE ELECTIVE-SEATS-RECORD
                   ADD 1 TO WS-ES-SEATED
                   DISPLAY "SEAT OFFERED OFF THE WAITING LIST: "
                       WT-STUDENT-ID " NOW ENROLLED IN " WT-SUBJECT
                       " FOR " WT-TERM-CODE
           END-WRITE.
           MOVE WS-ES-TODAY TO WT-STATUS-DATE.
           REWRITE WAITING-LIST-RECORD.
           MOVE "Y" TO WS-ES-MORE.

       FIND-BEST-WAITER.
           MOVE SPACES TO WS-ES-BEST-KEY.
           MOVE "N" TO WS-ES-EOF.
           MOVE WS-ES-SUBJECT TO WT-SUBJECT.
           MOVE WS-ES-SECTION TO WT-CLASS-SECTION.
           MOVE WS-ES-TERM TO WT-TERM-CODE.
           MOVE LOW-VALUES TO WT-STUDENT-ID.
           START WAITING-LIST-FILE KEY NOT < WT-KEY
               INVALID KEY MOVE "Y" TO WS-ES-EOF
           END-START.
           PERFORM UNTIL WS-ES-EOF = "Y"
               READ WAITING-LIST-FILE NEXT
                   AT END MOVE "Y" TO WS-ES-EOF
                   NOT AT END
                       IF WT-SUBJECT NOT = WS-ES-SUBJECT
                           OR WT-CLASS-SECTION NOT = WS-ES-SECTION
                           OR WT-TERM-CODE NOT = WS-ES-TERM
                           MOVE "Y" TO WS-ES-EOF
                       ELSE
                           IF WT-STATUS = "W"
                               PERFORM COMPARE-BEST-WAITER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COMPARE-BEST-WAITER.
           IF WS-ES-BEST-KEY = SPACES
               MOVE "Y" TO WS-ES-AHEAD
           ELSE
               MOVE WS-ES-BEST-STAMP TO WS-ES-MY-STAMP
               MOVE WS-ES-BEST-MARK TO WS-ES-MY-MARK
               PERFORM CHECK-WAITER-AHEAD
           END-IF.
           IF WS-ES-AHEAD = "Y"
               MOVE WT-KEY TO WS-ES-BEST-KEY
               MOVE WT-REQUEST-STAMP TO WS-ES-BEST-STAMP
               MOVE WT-RANK-MARK TO WS-ES-BEST-MARK
           END-IF.

      *> Is the waiting row in the record area ahead of the one in
      *> WS-ES-MY-STAMP/WS-ES-MY-MARK?
       CHECK-WAITER-AHEAD.
           MOVE "N" TO WS-ES-AHEAD.
           IF EL-RANK-BY = "M"
               IF WT-RANK-MARK > WS-ES-MY-MARK
                   MOVE "Y" TO WS-ES-AHEAD
               END-IF
               IF WT-RANK-MARK = WS-ES-MY-MARK
                   AND WT-REQUEST-STAMP < WS-ES-MY-STAMP
                   MOVE "Y" TO WS-ES-AHEAD
               END-IF
           ELSE
               IF WT-REQUEST-STAMP < WS-ES-MY-STAMP
                   MOVE "Y" TO WS-ES-AHEAD
               END-IF
           END-IF.

       WAITER-POSITION.
           MOVE 1 TO WS-ES-POSITION.
           MOVE "N" TO WS-ES-EOF.
           MOVE WS-ES-SUBJECT TO WT-SUBJECT.
           MOVE WS-ES-SECTION TO WT-CLASS-SECTION.
           MOVE WS-ES-TERM TO WT-TERM-CODE.
           MOVE LOW-VALUES TO WT-STUDENT-ID.
           START WAITING-LIST-FILE KEY NOT < WT-KEY
               INVALID KEY MOVE "Y" TO WS-ES-EOF
           END-START.
           PERFORM UNTIL WS-ES-EOF = "Y"
               READ WAITING-LIST-FILE NEXT
                   AT END MOVE "Y" TO WS-ES-EOF
                   NOT AT END
                       IF WT-SUBJECT NOT = WS-ES-SUBJECT
                           OR WT-CLASS-SECTION NOT = WS-ES-SECTION
                           OR WT-TERM-CODE NOT = WS-ES-TERM
                           MOVE "Y" TO WS-ES-EOF
                       ELSE
                           IF WT-STATUS = "W"
                               PERFORM CHECK-WAITER-AHEAD
                               IF WS-ES-AHEAD = "Y"
                                   ADD 1 TO WS-ES-POSITION
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
