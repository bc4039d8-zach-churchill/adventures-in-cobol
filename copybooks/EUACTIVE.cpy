      *****************************************************************
      *    EUACTIVE - Shared EXTERNAL record of the checkpointed
      *    search in progress: CkptManager fills it in when a search
      *    reads its checkpoint at the start (program name and the
      *    checkpoint key, which is the parameters string the program
      *    also writes to the ledger) and clears it when the search
      *    completes. IncidentLog tags an incident raised by that same
      *    program with "parms=", so a failure can be paired with the
      *    next successful run of the same search (see relrpt.cbl).
      *    EXTERNAL storage, the same run-unit-global mechanism
      *    WS-RUN-ID uses.
      *****************************************************************
       01 WS-ACTIVE-SEARCH EXTERNAL.
           05 WS-ACTIVE-PROGRAM PIC X(10).
           05 WS-ACTIVE-PARMS PIC X(60).
