           ACCEPT SM-STUDENT-NAME.
           DISPLAY "ENTER HOME CLASS/SECTION".
           ACCEPT SM-CLASS-SECTION.
           MOVE SPACES TO SM-GENDER.
           PERFORM 115-ACCEPT-GENDER
               UNTIL SM-GENDER = "M" OR SM-GENDER = "F".
           DISPLAY "PROGRAMME (BLANK = GENERAL)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:4) TO SM-PROGRAMME.
      *> Enrolled and active from today - STUDENT-WITHDRAWAL is the
      *> only door out.
           MOVE "A" TO SM-STATUS.

       120-CHANGE-STUDENT.
           DISPLAY "ON FILE: " SM-STUDENT-NAME
               " SECTION " SM-CLASS-SECTION " GENDER " SM-GENDER
               " PROGRAMME " SM-PROGRAMME.
           DISPLAY "ENTER CORRECTED NAME (OR BLANK TO KEEP)".
           ACCEPT WS-NK-FIELD.
           IF WS-NK-FIELD NOT = SPACES
           IF WS-NK-FIELD NOT = SPACES
               MOVE WS-NK-FIELD(1:4) TO SM-CLASS-SECTION
           END-IF.
           DISPLAY "ENTER CORRECTED GENDER M/F (OR BLANK TO KEEP)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           IF WS-NK-FIELD(1:1) = "M" OR WS-NK-FIELD(1:1) = "F"
               MOVE WS-NK-FIELD(1:1) TO SM-GENDER
           END-IF.
           DISPLAY "ENTER CORRECTED PROGRAMME (OR BLANK TO KEEP)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           IF WS-NK-FIELD NOT = SPACES
               MOVE WS-NK-FIELD(1:4) TO SM-PROGRAMME
           END-IF.
           REWRITE STUDENT-MASTER-RECORD.
           DISPLAY "STUDENT " SM-STUDENT-ID " UPDATED".

       115-ACCEPT-GENDER.
           DISPLAY "GENDER (M/F)".
           ACCEPT WS-NK-FIELD.
           PERFORM UPPERCASE-KEY-FIELD.
           MOVE WS-NK-FIELD(1:1) TO SM-GENDER.

           COPY "KEY-NORMALIZE-LOGIC.CPY".

       END PROGRAM STUDENT-MAINTENANCE.
