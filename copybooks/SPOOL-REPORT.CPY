      * shared spool (REPORTS.SPL), stamped with the spool id its run
      * was registered under in SPOOLCAT.DAT, so SPOOL-VIEWER can
      * reprint any run by filtering on the id.
      *
      * SP-SLICE-KEY says whose slice of the report the line belongs
      * to, for SPOOL-BURST-RUN to split the run by recipient off the
      * distribution table (DISTRIB.DAT): the class section, the
      * department or the store code the line is about; "*" for a
      * title or column heading every recipient's copy needs; SPACES
      * (as on every line spooled before the field existed) for a
      * total or section only the whole-report recipients get.
      *****************************************************************
       01  SPOOL-LINE-RECORD.
           05 SP-SPOOL-ID         PIC 9(5).
           05 SP-LINE-NO          PIC 9(5).
           05 SP-LINE-TEXT        PIC X(80).
           05 SP-SLICE-KEY        PIC X(10).
