      * paragraph (RUN-LOG-LOGIC.CPY), so "did last night's load read
      * 480 records or 48" has an answer after the console scrolls
      * away. MORNING-SUMMARY-REPORT prints last night's rows with
      * counts out of line against the prior night flagged, and
      * RUN-ANOMALY-CHECK judges each night against each program's
      * last four weeks.
      * RL-PARAMETERS carries the business-rule settings the run
      * applied, as "NAME=VALUE" pairs from PARAMS.DAT (blank for a
      * program that runs to no settings), so a result can be traced
      * to the pass mark or window it was produced under.
      *****************************************************************
       01  RUN-LOG-RECORD.
           05 RL-PROGRAM          PIC X(20).
           05 RL-WRITTEN-COUNT    PIC 9(7).
           05 RL-REJECT-COUNT     PIC 9(7).
           05 RL-STATUS           PIC X(8).
           05 RL-PARAMETERS       PIC X(120).
