      *****************************************************************
      * TIMETABLE-GRID-FIELDS - WORKING-STORAGE for the shared
      * PRINT-TIMETABLE-GRID paragraph (TIMETABLE-GRID-LOGIC.CPY), so
      * TIMETABLE-BUILD's printout and TIMETABLE-DESK's inquiry draw
      * a section's, teacher's or room's week the same way. Any
      * program that prints a grid COPYs both of these with a
      * SELECT/FD for TIMETABLE-FILE (COPY "TIMETABLE-SLOT.CPY",
      * ASSIGN TO "TIMETABL.DAT", INDEXED on TS-SLOT-KEY, ACCESS
      * DYNAMIC, FILE STATUS TIMETABLE-STATUS) open INPUT or I-O.
      *
      * Caller MOVEs the term to WS-TG-TERM, S/T/R (section, teacher
      * or room) to WS-TG-KIND and the section, teacher id or room
      * code to WS-TG-CODE, then PERFORMs PRINT-TIMETABLE-GRID. The
      * grid runs periods down and days across, as many days and
      * periods as the term's timetable uses (never fewer than five
      * days); WS-TG-LESSONS comes back with the lessons shown.
      *****************************************************************
       01  WS-TG-TERM             PIC X(5).
       01  WS-TG-KIND             PIC X(1).
       01  WS-TG-CODE             PIC X(6).
       01  WS-TG-LESSONS          PIC 9(3).
       01  WS-TG-EOF              PIC X(1).
       01  WS-TG-DAYS             PIC 9(1).
       01  WS-TG-PERIODS          PIC 9(2).
       01  WS-TG-DAY              PIC 9(1).
       01  WS-TG-PERIOD           PIC 9(2).
       01  WS-TG-MATCH            PIC X(1).
       01  WS-TG-HEADING          PIC X(20).
       01  WS-TG-LINE             PIC X(80).
       01  WS-TG-COLUMN           PIC 9(3).
       01  WS-TG-DAY-NAMES        PIC X(18) VALUE "MONTUEWEDTHUFRISAT".
       01  WS-TG-GRID-AREA.
           05 WS-TG-ROW OCCURS 12 TIMES.
               10 WS-TG-CELL OCCURS 6 TIMES PIC X(12).
