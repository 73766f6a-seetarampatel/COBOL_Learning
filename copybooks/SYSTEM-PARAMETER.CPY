      *****************************************************************
      * SYSTEM-PARAMETER record layout - the business-rule settings
      * file (PARAMS.DAT, INDEXED on SP-KEY), one row per parameter
      * per effective date, so a pass mark or retention period is
      * changed by a dated row kept by PARAMETER-MAINTENANCE instead
      * of an environment variable on whichever terminal ran the
      * job. The value in force on a day is the row with the latest
      * SP-EFFECTIVE-DATE not after it; superseded rows stay on file
      * as the history of what the rule used to be. Looked up through
      * GET-PARAMETER-VALUE (PARAMETER-LOGIC.CPY).
      *
      * SP-VALUE is held as entered text - each program converts and
      * validates it exactly as it used to the environment setting.
      *****************************************************************
       01  SYSTEM-PARAMETER-RECORD.
           05 SP-KEY.
              10 SP-NAME            PIC X(24).
              10 SP-EFFECTIVE-DATE  PIC X(8).
           05 SP-VALUE              PIC X(20).
           05 SP-DESCRIPTION        PIC X(40).
           05 SP-CHANGED-BY         PIC X(8).
           05 SP-CHANGED-DATE       PIC X(8).
