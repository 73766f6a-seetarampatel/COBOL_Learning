      *          terms side by side with the change from the prior
      *          term - so "are results actually improving" has an
      *          answer instead of last term's file being gone.
      *          Results credited from a transfer student's previous
      *          school belong to no section here and are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       100-BUCKET-ONE-MARK.
           ADD 1 TO WS-ROWS-READ.
           MOVE ZERO TO WS-FOUND-IDX.
           IF NOT FI-CREDITED-PRIOR
               PERFORM 110-FIND-OR-ADD-BUCKET
           END-IF.
           IF WS-FOUND-IDX NOT = ZERO
               ADD 1 TO BK-RECORD-COUNT (WS-FOUND-IDX)
               ADD FI-MARKS TO BK-MARKS-SUM (WS-FOUND-IDX)
