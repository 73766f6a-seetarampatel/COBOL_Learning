      *****************************************************************
      * MARKS-GATE-FIELDS - WORKING-STORAGE for the shared
      * CHECK-MARKS-GATE paragraph (MARKS-GATE-LOGIC.CPY). Any
      * program that prints or ships a term's results COPYs both of
      * these alongside a SELECT/FD for MARKS-STATUS-FILE (COPY
      * "MARKS-STATUS.CPY", ASSIGN TO "MARKSCHK.DAT", INDEXED on
      * MK-STATUS-KEY, FILE STATUS MARKS-STATUS-STATUS).
      *
      * Caller MOVEs the section and term to WS-MG-SECTION and
      * WS-MG-TERM and PERFORMs CHECK-MARKS-GATE; WS-MG-CLEAR comes
      * back "Y" when the section may go out, with WS-MG-REASON
      * saying why not when it may not. A section nobody has checked
      * is not clear - MARKS-COMPLETENESS-RUN has to see it first.
      *****************************************************************
       01  WS-MG-SECTION          PIC X(4).
       01  WS-MG-TERM             PIC X(5).
       01  WS-MG-CLEAR            PIC X(1).
       01  WS-MG-REASON           PIC X(30).
       01  WS-MG-OUTSTANDING      PIC 9(5).
