      *****************************************************************
      *    EUREUSE - Shared EXTERNAL result-reuse fields for the
      *    Project Euler suite (see resultreuse.cbl).
      *    WS-REUSE-FORCE is set to 'Y' by a front-end whose whole
      *    point is to recompute - EulerRegress, ShadowCheck,
      *    RestRehearse, RunReplay and ExpMaint's baseline - around
      *    each CALL of a Problem program, so a regression is never
      *    hidden behind an answer that was only looked up.
      *    WS-REUSED-FROM is set by a Problem program that returned
      *    an earlier run's answer, to that run's ID; LedgerWriter
      *    records it on the ledger line as reused= and clears it
      *    again, the way it treats WS-PGM-VERSION. EXTERNAL storage,
      *    the same run-unit-global mechanism WS-RUN-ID uses.
      *****************************************************************
       01 WS-REUSE-FORCE PIC X(1) VALUE SPACE EXTERNAL.
       01 WS-REUSED-FROM PIC X(17) VALUE SPACES EXTERNAL.
