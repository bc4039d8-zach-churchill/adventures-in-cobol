      *****************************************************************
      *    EUORIGIN - Shared EXTERNAL run-origin tag for the Project
      *    Euler suite. Set once at the top of a job by the front-end
      *    that launched it (DRIVER, MENU, BATCH, SCENARIO, REGRESS,
      *    REQUEST, SHADOW, REPLAY); LedgerWriter records it -
      *    defaulting to STANDALONE when no front-end set one -
      *    alongside the runtime user identity on every ledger and
      *    CSV record, so audit can tell a nightly job's Problem3 run
      *    from an analyst's terminal run, and chargeback can price
      *    each by its origin. EXTERNAL storage, the same
      *    run-unit-global mechanism WS-RUN-ID uses.
      *****************************************************************
       01 WS-RUN-ORIGIN PIC X(10) VALUE SPACES EXTERNAL.
