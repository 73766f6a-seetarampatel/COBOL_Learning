      *****************************************************************
      * PARAMETER-FIELDS - WORKING-STORAGE for the shared
      * GET-PARAMETER-VALUE and RECORD-PARAMETER-USED paragraphs
      * (PARAMETER-LOGIC.CPY). Any program that runs to a business-
      * rule setting COPYs both of these alongside a SELECT/FD for
      * PARAMETER-FILE (COPY "SYSTEM-PARAMETER.CPY", ASSIGN TO
      * "PARAMS.DAT", INDEXED, ACCESS DYNAMIC, RECORD KEY SP-KEY,
      * FILE STATUS PARAMETER-STATUS).
      *
      * Caller MOVEs the parameter name to WS-PM-NAME and PERFORMs
      * GET-PARAMETER-VALUE; WS-PM-VALUE comes back with the value in
      * force on WS-PM-AS-OF (today when left blank) and WS-PM-FOUND
      * "Y", or SPACES and "N" when the file has no row for it yet -
      * the program then keeps its own default as before. Once the
      * value is validated the caller MOVEs what it will actually run
      * with to WS-PM-VALUE and PERFORMs RECORD-PARAMETER-USED, which
      * adds "NAME=VALUE" to WS-PM-USED for the run-log row
      * (RL-PARAMETERS).
      *****************************************************************
       01  WS-PM-NAME        PIC X(24).
       01  WS-PM-AS-OF       PIC X(8) VALUE SPACES.
       01  WS-PM-VALUE       PIC X(20).
       01  WS-PM-FOUND       PIC X(1).
       01  WS-PM-EOF         PIC X(1).
       01  WS-PM-USED        PIC X(120) VALUE SPACES.
       01  WS-PM-USED-PTR    PIC 9(3) VALUE 1.
