      *    run date/time, so "latest Problem5 result" is a keyed read
      *    instead of a front-to-back scan of the free-text ledger.
      *    COPYed into the FILE SECTION of every program that declares
      *    the master, so all of them agree on field sizes;
      *    ResRebuild also COPYs it, REPLACING the RESULT prefix, for
      *    the rebuilt master it writes beside the live one.
      *    RESULT-ANSWER-TEXT is the answer as the ledger wrote it
      *    (see EUANSWER.cpy) and is the authoritative form;
      *    RESULT-ANSWER repeats it numerically when it fits in 20
      *    digits and is zero for a wider answer.
      *    RESULT-RUN-ID and RESULT-VERSION are the run ID and
      *    program version the ledger line carries, and
      *    RESULT-REUSED-FROM the original run ID of a run that
      *    returned an earlier answer instead of recomputing it (see
      *    resultreuse.cbl); all three are blank on records written
      *    before the ledger carried them.
      *****************************************************************
       01 RESULT-RECORD.
           05 RESULT-KEY.
           05 RESULT-PARMS PIC X(60).
           05 RESULT-ANSWER PIC 9(20).
           05 RESULT-ELAPSED-HSEC PIC 9(8).
           05 RESULT-ANSWER-TEXT PIC X(60).
           05 RESULT-RUN-ID PIC X(17).
           05 RESULT-VERSION PIC X(2).
           05 RESULT-REUSED-FROM PIC X(17).
