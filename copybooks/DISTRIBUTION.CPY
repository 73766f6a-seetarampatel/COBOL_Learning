      *****************************************************************
      * DISTRIBUTION record layout - the report distribution table
      * (DISTRIB.DAT, INDEXED on DR-KEY, kept by DISTRIBUTION-
      * MAINTENANCE): one row per report, recipient and slice that
      * recipient is sent. DR-REPORT-NAME is the name the run is
      * catalogued under on SPOOLCAT.DAT (SC-REPORT-NAME), DR-
      * RECIPIENT a user ID off USERROLE.DAT, DR-SLICE-KEY the class
      * section, department or store code matched against the
      * SP-SLICE-KEY of the spooled lines, or "*ALL" for the whole
      * report. A recipient with several slices of one report has a
      * row for each and gets them together in one output.
      *
      * DR-SLICE-TYPE: S = class section, D = department, T = store,
      * W = whole report. SPOOL-BURST-RUN only sends a recipient the
      * runs made on or after DR-ADDED-DATE, so adding a row does not
      * burst the whole of the spool's history at them.
      *****************************************************************
       01  DISTRIBUTION-RECORD.
           05 DR-KEY.
              10 DR-REPORT-NAME     PIC X(20).
              10 DR-RECIPIENT       PIC X(8).
              10 DR-SLICE-KEY       PIC X(10).
           05 DR-SLICE-TYPE         PIC X(1).
              88 DR-BY-SECTION      VALUE "S".
              88 DR-BY-DEPARTMENT   VALUE "D".
              88 DR-BY-STORE        VALUE "T".
              88 DR-WHOLE-REPORT    VALUE "W".
           05 DR-ADDED-BY           PIC X(8).
           05 DR-ADDED-DATE         PIC X(8).
