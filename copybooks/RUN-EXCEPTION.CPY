      *****************************************************************
      * RUN-EXCEPTION record layout - one row per run-log anomaly
      * (RUNEXCP.DAT), raised by RUN-ANOMALY-CHECK after each batch
      * chain when a program's run tonight is well outside its own
      * recent history, listed at the top of MORNING-SUMMARY-REPORT
      * until the operator acknowledges it on RUN-EXCEPTION-DESK.
      * Keyed by night, run-log program name and kind, so a check
      * repeated the same night never raises the same thing twice
      * and never reopens one already acknowledged.
      *
      * RX-KIND: ELAPSED, READS, WRITTEN or REJECTS - tonight's
      * figure against the normal range RX-NORMAL-LOW/HIGH worked out
      * from RX-HISTORY-RUNS earlier runs; MISSING - a program that
      * ran on RX-NORMAL-LOW of the last RX-NORMAL-HIGH nights has
      * no run-log row tonight.
      * RX-STATUS: O = open, A = acknowledged.
      *****************************************************************
       01  RUN-EXCEPTION-RECORD.
           05 RX-KEY.
              10 RX-NIGHT         PIC X(8).
              10 RX-PROGRAM       PIC X(20).
              10 RX-KIND          PIC X(8).
           05 RX-TONIGHT-VALUE    PIC 9(7).
           05 RX-NORMAL-LOW       PIC 9(7).
           05 RX-NORMAL-HIGH      PIC 9(7).
           05 RX-HISTORY-RUNS     PIC 9(3).
           05 RX-RAISED-STAMP     PIC X(14).
           05 RX-STATUS           PIC X(1).
              88 RX-OPEN          VALUE "O".
              88 RX-ACKNOWLEDGED  VALUE "A".
           05 RX-ACK-BY           PIC X(8).
           05 RX-ACK-DATE         PIC X(8).
           05 RX-ACK-NOTE         PIC X(40).
