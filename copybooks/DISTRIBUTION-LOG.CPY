      *****************************************************************
      * DISTRIBUTION-LOG record layout - what each recipient was sent
      * and when (DISTLOG.DAT, appended by SPOOL-BURST-RUN). One row
      * per recipient per source run burst: DL-SOURCE-ID is the
      * catalogued run that was split, DL-OUTPUT-ID the spool id of
      * the recipient's own copy on REPORTS.SPL (zero when nothing in
      * the run fell in their slices), DL-LINE-COUNT its length. A
      * source run with rows here has been burst; SPOOL-VIEWER lists
      * the rows for the user signed on and reprints only the outputs
      * that were sent to them.
      *****************************************************************
       01  DISTRIBUTION-LOG-RECORD.
           05 DL-RECIPIENT        PIC X(8).
           05 DL-REPORT-NAME      PIC X(20).
           05 DL-SOURCE-ID        PIC 9(5).
           05 DL-OUTPUT-ID        PIC 9(5).
           05 DL-LINE-COUNT       PIC 9(5).
           05 DL-RUN-DATE         PIC X(8).
           05 DL-BURST-DATE       PIC X(8).
           05 DL-BURST-TIME       PIC X(6).
