      *****************************************************************
      * CHECK-MARKS-GATE - shared marks-completeness test, the same
      * COPY-into-PROCEDURE-DIVISION convention as PERIOD-CHECK-
      * LOGIC.CPY. Opens the caller's MARKS-STATUS-FILE, reads the
      * keyed section/term and closes the file again. Clear when
      * nothing is outstanding, or when the principal has signed off
      * no fewer gaps than are outstanding now.
      *****************************************************************
       CHECK-MARKS-GATE.
           MOVE "N" TO WS-MG-CLEAR.
           MOVE "NOT CHECKED FOR COMPLETENESS" TO WS-MG-REASON.
           OPEN INPUT MARKS-STATUS-FILE.
           IF MARKS-STATUS-STATUS = "00"
               MOVE WS-MG-SECTION TO MK-CLASS-SECTION
               MOVE WS-MG-TERM TO MK-TERM-CODE
               READ MARKS-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-MG-OUTSTANDING = MK-MISSING-MARKS
                           + MK-MISSING-COMPS + MK-PENDING
                       EVALUATE TRUE
                           WHEN WS-MG-OUTSTANDING = ZERO
                               MOVE "Y" TO WS-MG-CLEAR
                               MOVE SPACES TO WS-MG-REASON
                           WHEN MK-SIGNED-BY NOT = SPACES
                               AND WS-MG-OUTSTANDING
                                   NOT > MK-SIGNED-OUTSTANDING
                               MOVE "Y" TO WS-MG-CLEAR
                               MOVE "SIGNED OFF INCOMPLETE"
                                   TO WS-MG-REASON
                           WHEN OTHER
                               MOVE "INCOMPLETE, NOT SIGNED OFF"
                                   TO WS-MG-REASON
                       END-EVALUATE
               END-READ
               CLOSE MARKS-STATUS-FILE
           END-IF.
