      *****************************************************************
      * PRINT-TIMETABLE-GRID - shared weekly timetable grid, same
      * COPY-into-PROCEDURE-DIVISION convention as
      * AUDIT-LOG-LOGIC.CPY. See TIMETABLE-GRID-FIELDS.CPY for the
      * calling convention. A section's cell shows the subject and
      * room, a teacher's or a room's the section and subject.
      *****************************************************************
       PRINT-TIMETABLE-GRID.
           MOVE SPACES TO WS-TG-GRID-AREA.
           MOVE ZERO TO WS-TG-LESSONS.
           MOVE 5 TO WS-TG-DAYS.
           MOVE 1 TO WS-TG-PERIODS.
           MOVE "N" TO WS-TG-EOF.
           MOVE LOW-VALUES TO TS-SLOT-KEY.
           MOVE WS-TG-TERM TO TS-TERM-CODE.
           START TIMETABLE-FILE KEY NOT < TS-SLOT-KEY
               INVALID KEY MOVE "Y" TO WS-TG-EOF
           END-START.
           PERFORM TIMETABLE-GRID-ONE-SLOT UNTIL WS-TG-EOF = "Y".

           EVALUATE WS-TG-KIND
               WHEN "S"
                   MOVE "SECTION" TO WS-TG-HEADING
               WHEN "T"
                   MOVE "TEACHER" TO WS-TG-HEADING
               WHEN OTHER
                   MOVE "ROOM" TO WS-TG-HEADING
           END-EVALUATE.
           DISPLAY "---- TIMETABLE TERM " WS-TG-TERM " "
               WS-TG-HEADING " " WS-TG-CODE " - " WS-TG-LESSONS
               " LESSONS ----".
           IF WS-TG-LESSONS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TG-LINE.
           MOVE "PER" TO WS-TG-LINE (1:3).
           PERFORM VARYING WS-TG-DAY FROM 1 BY 1
                   UNTIL WS-TG-DAY > WS-TG-DAYS
               COMPUTE WS-TG-COLUMN = (WS-TG-DAY - 1) * 12 + 5
               MOVE WS-TG-DAY-NAMES ((WS-TG-DAY - 1) * 3 + 1:3)
                   TO WS-TG-LINE (WS-TG-COLUMN:3)
           END-PERFORM.
           DISPLAY WS-TG-LINE.
           PERFORM VARYING WS-TG-PERIOD FROM 1 BY 1
                   UNTIL WS-TG-PERIOD > WS-TG-PERIODS
               MOVE SPACES TO WS-TG-LINE
               MOVE WS-TG-PERIOD TO WS-TG-LINE (2:2)
               PERFORM VARYING WS-TG-DAY FROM 1 BY 1
                       UNTIL WS-TG-DAY > WS-TG-DAYS
                   COMPUTE WS-TG-COLUMN = (WS-TG-DAY - 1) * 12 + 5
                   MOVE WS-TG-CELL (WS-TG-PERIOD, WS-TG-DAY)
                       TO WS-TG-LINE (WS-TG-COLUMN:12)
               END-PERFORM
               DISPLAY WS-TG-LINE
           END-PERFORM.

       TIMETABLE-GRID-ONE-SLOT.
           READ TIMETABLE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-TG-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF TS-TERM-CODE NOT = WS-TG-TERM
               MOVE "Y" TO WS-TG-EOF
               EXIT PARAGRAPH
           END-IF.
           IF TS-DAY < 1 OR TS-DAY > 6
               OR TS-PERIOD < 1 OR TS-PERIOD > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TG-MATCH.
           EVALUATE WS-TG-KIND
               WHEN "S"
                   IF TS-CLASS-SECTION = WS-TG-CODE
                       MOVE "Y" TO WS-TG-MATCH
                   END-IF
               WHEN "T"
                   IF TS-TEACHER-ID = WS-TG-CODE
                       MOVE "Y" TO WS-TG-MATCH
                   END-IF
               WHEN OTHER
                   IF TS-ROOM-CODE = WS-TG-CODE
                       MOVE "Y" TO WS-TG-MATCH
                   END-IF
           END-EVALUATE.
           IF TS-DAY > WS-TG-DAYS
               MOVE TS-DAY TO WS-TG-DAYS
           END-IF.
           IF TS-PERIOD > WS-TG-PERIODS
               MOVE TS-PERIOD TO WS-TG-PERIODS
           END-IF.
           IF WS-TG-MATCH NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TG-LESSONS.
           IF WS-TG-KIND = "S"
               STRING TS-SUBJECT (1:7) " " TS-ROOM-CODE
                   DELIMITED BY SIZE
                   INTO WS-TG-CELL (TS-PERIOD, TS-DAY)
           ELSE
               STRING TS-CLASS-SECTION " " TS-SUBJECT (1:7)
                   DELIMITED BY SIZE
                   INTO WS-TG-CELL (TS-PERIOD, TS-DAY)
           END-IF.
