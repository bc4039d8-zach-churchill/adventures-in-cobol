      *    inclusion-exclusion over every non-empty subset of them, the
      *    same shortcut the original two-divisor case used, just
      *    generalized to N divisors instead of exactly 2.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress and ShadowCheck walk their cases that way)
      *    CANCELs it after taking that RETURN-CODE, so each CALL gets
      *    the divisor list and its count back at their defaults each
      *    time.
      *****************************************************************
       PROGRAM-ID. Problem1.
       ENVIRONMENT DIVISION.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 1.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(80).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK.
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
