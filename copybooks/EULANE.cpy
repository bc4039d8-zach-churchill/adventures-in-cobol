      *****************************************************************
      *    EULANE - Shared EXTERNAL execution-lane name for the Project
      *    Euler suite. Set by EulerDriver when it is started for one
      *    lane of the consolidated run (eulerdriver LANE <name>);
      *    SuiteLock reads it so a lane run takes only its own lane's
      *    entry on the job lock, and two different lanes can run as
      *    concurrent jobs while two copies of the same lane cannot.
      *    Blank means the whole suite - every caller that never sets
      *    it keeps the original whole-suite lock. EXTERNAL storage,
      *    the same run-unit-global mechanism WS-RUN-ID uses.
      *****************************************************************
       01 WS-RUN-LANE PIC X(8) VALUE SPACES EXTERNAL.
