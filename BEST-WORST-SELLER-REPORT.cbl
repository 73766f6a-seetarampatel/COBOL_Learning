      *> the shared SALES-LOG copy in WORKING-STORAGE, same pattern
      *> as SALES-CONSOLIDATE and TAX-REMITTANCE-REPORT.
       FD  SALES-LOG.
       01  LIVE-ROW               PIC X(209).

       FD  SALES-LOG-ARC.
       01  ARC-ROW                PIC X(209).

       FD  ITEM-MASTER.
           COPY "ITEM-MASTER.CPY".
