      *> Both logs carry the same row layout - read INTO the shared
      *> copy, same pattern as TAX-REMITTANCE-REPORT.
       FD  SALES-LOG.
       01  LIVE-ROW               PIC X(209).

       FD  SALES-LOG-ARC.
       01  ARC-ROW                PIC X(209).

       FD  RUN-LOG.
           COPY "RUN-LOG.CPY".
