      *****************************************************************
      *    EUANSWER - Shared EXTERNAL text-form answer channel for the
      *    Project Euler suite. WS-EULER-RESULT's 20 digits are too
      *    narrow for an answer built on BigNum's 1000-digit arrays,
      *    so each Problem program also MOVEs its answer here, as up
      *    to 60 digits of text (left-justified, leading zeros
      *    allowed; CapWatch watches answers nearing that width),
      *    just before every CALL to LedgerWriter. LedgerWriter, the
      *    results master, the CSV, EulerRegress, ResultSync and
      *    ExtGen carry this form end to end. The field is left as
      *    set after the ledger write, so a front-end that CALLs a
      *    Problem program reads the wide answer back here the same
      *    way it reads WS-EULER-RESULT, and clears it before each
      *    CALL; blank means the caller only ever had the 20-digit
      *    answer. EXTERNAL storage, the same run-unit-global
      *    mechanism WS-EULER-RESULT and WS-PGM-VERSION use.
      *****************************************************************
       01 WS-EULER-ANSWER PIC X(60) VALUE SPACES EXTERNAL.
