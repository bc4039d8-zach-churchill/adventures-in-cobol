      *    Record fields are separated by double spaces, the same
      *    convention LedgerWriter uses for the ledger; a blank file
      *    name or status (a validation abend with no file involved)
      *    is recorded as "-" so the fields stay parseable. When the
      *    failure happens inside a run that already carries a run ID
      *    (a driver step, a batch or scenario step) the record ends
      *    with a "runid=" tag, so the failing run's ledger and
      *    driver-report lines can be found again from the incident
      *    (IncMaint's RERUN action depends on it). When the failing
      *    program is the checkpointed search in progress (see
      *    copybooks/EUACTIVE.cpy), a "parms=" tag follows with the
      *    parameters the search was running on, so RelRpt can tell
      *    when that same search next succeeded.
      *
      *    The caller still DISPLAYs its own ABEND message and sets
      *    RETURN-CODE 16 exactly as before; this module only makes
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-FILE-PART PIC X(60).
       01 WS-STATUS-PART PIC X(2).
       01 WS-TAGGED-LINE PIC X(200).
       COPY EURUNID.
       COPY EUACTIVE.
       LINKAGE SECTION.
       01 LK-INC-PROGRAM PIC X(10).
       01 LK-INC-FILE PIC X(60).
             WS-STATUS-PART "  "
             FUNCTION TRIM(LK-INC-MESSAGE)
             DELIMITED BY SIZE INTO INCIDENT-LINE
           IF WS-RUN-ID NOT = SPACES AND WS-RUN-ID NOT = LOW-VALUES
             MOVE SPACES TO WS-TAGGED-LINE
             STRING FUNCTION TRIM(INCIDENT-LINE) "  runid=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-TAGGED-LINE
             MOVE WS-TAGGED-LINE TO INCIDENT-LINE
           END-IF
           IF WS-ACTIVE-PROGRAM = LK-INC-PROGRAM
             AND WS-ACTIVE-PROGRAM NOT = SPACES
             AND WS-ACTIVE-PROGRAM NOT = LOW-VALUES
             AND WS-ACTIVE-PARMS NOT = SPACES
             MOVE SPACES TO WS-TAGGED-LINE
             STRING FUNCTION TRIM(INCIDENT-LINE) "  parms="
               FUNCTION TRIM(WS-ACTIVE-PARMS)
               DELIMITED BY SIZE INTO WS-TAGGED-LINE
             MOVE WS-TAGGED-LINE TO INCIDENT-LINE
           END-IF
           WRITE INCIDENT-LINE
           .
      ***** Exit
