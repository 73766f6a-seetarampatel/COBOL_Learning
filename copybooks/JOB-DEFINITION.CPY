      *****************************************************************
      * JOB-DEFINITION record layout - one row per batch-chain step
      * (JOBDEF.DAT, kept by JOB-DEFINITION-MAINTENANCE). The drivers
      * used to carry their step lists compiled in, so adding a step
      * to the night meant a code change; now BATCH-DRIVER runs the
      * JD-CHAIN "M" rows and RETAIL-BATCH-DRIVER the "R" rows, in
      * JD-STEP-NO order. JD-STEP-NO is the same step number
      * RUNCAL.DAT schedules and JOBSTAT.DAT / JOBSTAT-R.DAT record.
      *
      * JD-PROGRAM is the PROGRAM-ID CALLed; JD-STEP-NAME what the
      * console, job-status file and SKIPPED run-log rows show (the
      * program when blank). A step succeeds when its RETURN-CODE is
      * no higher than JD-MAX-OK-RC - zero for most, 4 for a step
      * whose warnings should not halt the night. JD-AFTER-CHAIN /
      * JD-AFTER-STEP, when set, name a step in the other chain that
      * must have finished (OK or SKIPPED) the same night before this
      * one may start.
      *****************************************************************
       01  JOB-DEFINITION-RECORD.
           05 JD-CHAIN            PIC X(1).
           05 JD-STEP-NO          PIC 9(2).
           05 JD-PROGRAM          PIC X(30).
           05 JD-STEP-NAME        PIC X(30).
           05 JD-MAX-OK-RC        PIC 9(4).
           05 JD-AFTER-CHAIN      PIC X(1).
           05 JD-AFTER-STEP       PIC 9(2).
