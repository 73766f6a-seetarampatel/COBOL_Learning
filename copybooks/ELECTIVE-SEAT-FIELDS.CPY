      *****************************************************************
      * ELECTIVE-SEAT-FIELDS - WORKING-STORAGE for the shared
      * RELEASE-ELECTIVE-SEAT / FILL-ELECTIVE-SEATS / WAITER-POSITION
      * paragraphs (ELECTIVE-SEAT-LOGIC.CPY), so a subject dropped at
      * the enrollment desk and a student leaving through
      * STUDENT-WITHDRAWAL hand the seat on the same way. Any program
      * that frees or adds elective seats COPYs both of these, with
      * SELECT/FDs for ELECTIVE-SEATS-FILE (COPY "ELECTIVE-SEATS.CPY",
      * ASSIGN TO "ELECTSEAT.DAT", INDEXED on EL-SEAT-KEY),
      * WAITING-LIST-FILE (COPY "WAITING-LIST.CPY", ASSIGN TO
      * "WAITLIST.DAT", INDEXED on WT-KEY) and ENROLLMENT-FILE, all
      * ACCESS DYNAMIC and opened I-O.
      *
      * Caller MOVEs the subject, section and term to WS-ES-SUBJECT,
      * WS-ES-SECTION and WS-ES-TERM, then PERFORMs
      * RELEASE-ELECTIVE-SEAT when an enrollment holding one of its
      * seats has gone (the taken count drops by one), or
      * FILL-ELECTIVE-SEATS when the limit has been raised. Either
      * way the best-ranked waiting students are enrolled into
      * whatever seats are free - the offer is the seat itself - and
      * WS-ES-SEATED counts how many were.
      *
      * WAITER-POSITION: caller MOVEs the waiting row's request stamp
      * and rank mark to WS-ES-MY-STAMP and WS-ES-MY-MARK (with
      * ELECTIVE-SEATS-RECORD read for the elective) and gets the
      * place on the list back in WS-ES-POSITION. Both scan
      * WAITING-LIST-FILE, so neither may be PERFORMed in the middle
      * of the caller's own READ NEXT loop over it.
      *****************************************************************
       01  WS-ES-SUBJECT          PIC X(10).
       01  WS-ES-SECTION          PIC X(4).
       01  WS-ES-TERM             PIC X(5).
       01  WS-ES-SEATED           PIC 9(3).
       01  WS-ES-POSITION         PIC 9(3).
       01  WS-ES-MY-STAMP         PIC X(14).
       01  WS-ES-MY-MARK          PIC 9(3).
       01  WS-ES-MORE             PIC X(1).
       01  WS-ES-EOF              PIC X(1).
       01  WS-ES-TODAY            PIC X(8).
       01  WS-ES-BEST-KEY         PIC X(27).
       01  WS-ES-BEST-STAMP       PIC X(14).
       01  WS-ES-BEST-MARK        PIC 9(3).
       01  WS-ES-AHEAD            PIC X(1).
