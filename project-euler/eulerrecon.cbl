      *    RETURN-CODE 8 on any mismatch so the scheduler can flag
      *    it - the CSV feeds downstream reporting, and an undetected
      *    gap there means the monthly numbers are quietly wrong.
      *
      *    The balance is only worth having if the lines balanced are
      *    the lines LedgerWriter wrote, so the run ends by CALLing
      *    ChainCheck (see chaincheck.cbl) to walk the chain of line
      *    values through the ledger archives and the live ledger. A
      *    broken chain is reported here - the break itself is in
      *    project-euler/chaincheck.rpt - and also ends the run with
      *    RETURN-CODE 8, failing the nightly RECON step.
      *****************************************************************
       PROGRAM-ID. EulerRecon.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD CSV-FILE.
       01 CSV-LINE PIC X(300).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-ANSWER PIC X(20).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-CSV-PRE PIC X(60).
       01 WS-CSV-PARMS PIC X(60).
       01 WS-CSV-POST PIC X(80).
       01 WS-CSV-COUNT PIC 9(4) VALUE 0.
       01 WS-MATCH-FOUND PIC X(1).
       01 WS-MISMATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-CHAIN-RC PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(130).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
           PERFORM B10-MatchCsv
           PERFORM B20-ReportUnmatchedLedger
           PERFORM C00-WriteSummary
           PERFORM C10-CheckChain
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM A99-ReportElapsedTime
           IF WS-MISMATCH-COUNT > 0 OR WS-CHAIN-RC > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
           .
      ***** Reports the wall-clock elapsed time for the run, computed
      ***** from the date and time captured at A01-StampRunDate and
      ***** the date and time now. The days between the two dates
      ***** come from the shared DateCalc module (see datecalc.cbl),
      ***** so a run that crosses midnight - or a month end - still
      ***** reports its true elapsed time; the overnight runs are
      ***** exactly the ones whose timings matter most.
      ***** RETURN-CODE is held in WS-TIMING-RC across the DateCalc
      ***** CALL so the program's own completion code survives it.
       A99-ReportElapsedTime.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
           MOVE 'B' TO EUDATE-MODE
           MOVE WS-RUN-DATE TO EUDATE-DATE1
           MOVE WS-END-DATE TO EUDATE-DATE2
           MOVE RETURN-CODE TO WS-TIMING-RC
           CALL "DateCalc" USING EUDATE-PARMS
           MOVE WS-TIMING-RC TO RETURN-CODE
           COMPUTE WS-ELAPSED-HSEC =
             EUDATE-DAYS * 8640000
             + ((WS-END-HH - WS-RUN-HH) * 3600
             + (WS-END-MM - WS-RUN-MM) * 60
             + (WS-END-SS - WS-RUN-SS)) * 100
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** ChainCheck writes its own report; only the outcome is
      ***** carried here.
       C10-CheckChain.
           MOVE 0 TO RETURN-CODE
           CALL "ChainCheck"
           MOVE RETURN-CODE TO WS-CHAIN-RC
           CANCEL "ChainCheck"
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO RPT-LINE
           IF WS-CHAIN-RC = 0
             MOVE "Ledger chain intact." TO RPT-LINE
           ELSE
             STRING "LEDGER CHAIN BROKEN (return code " WS-CHAIN-RC
               "): see project-euler/chaincheck.rpt"
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** Writes one detail line through the shared formatter's
      ***** page accounting: mode 'P' counts the line and hands back
      ***** a page-break block whenever a new page starts, which is
