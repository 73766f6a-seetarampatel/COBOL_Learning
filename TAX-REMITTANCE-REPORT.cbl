      *> the shared SALES-LOG copy in WORKING-STORAGE, same pattern
      *> as SALES-CONSOLIDATE's store extracts.
       FD  SALES-LOG.
       01  LIVE-ROW               PIC X(209).

       FD  SALES-LOG-ARC.
       01  ARC-ROW                PIC X(209).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS        PIC X(2).
