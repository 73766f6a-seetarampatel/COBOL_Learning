           COPY "ITEM-MASTER.CPY".

       FD  SALES-LOG.
       01  LIVE-ROW               PIC X(209).

       FD  SALES-LOG-ARC.
       01  ARC-ROW                PIC X(209).

       FD  PAYROLL-EXTRACT.
       01  PAYROLL-EXTRACT-RECORD.
