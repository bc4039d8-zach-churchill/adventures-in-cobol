      *    average. Ledger lines written before the elapsed column
      *    existed carry no "elapsed=" figure and are left out of
      *    both passes.
      *
      *    A run answered from the results master instead of
      *    computed (its ledger line carries "reused=", see
      *    resultreuse.cbl) says nothing about how long the program
      *    takes, so it is left out of both passes too.
      *****************************************************************
       PROGRAM-ID. EulerTrend.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ENTRY-ELAPSED-X PIC X(20).
       01 WS-ENTRY-ELAPSED PIC 9(8).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GROUP-TBL.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES.
       01 WS-GROUP-FOUND PIC 9(1).
       01 WS-ENTRY-VERSION PIC 9(2).
       01 WS-ENTRY-VER-X PIC X(10).
       01 WS-VER-HEAD PIC X(300).
       01 WS-AVG-HSEC PIC 9(8).
       01 WS-SLOW-COUNT PIC 9(6) VALUE 0.
       01 WS-SLOW-PCT PIC 9(3) VALUE 150.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
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
           .
      ***** Parses a ledger line the same way LedgerReport does and
      ***** routes it to the accumulation or comparison pass. Lines
      ***** with no elapsed figure, and reused runs, are skipped.
       C00-ProcessEntry.
           MOVE 0 TO TALLY
           INSPECT LEDGER-LINE TALLYING TALLY FOR ALL "  reused="
           IF TALLY > 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           MOVE SPACES TO WS-ENTRY-PROGRAM
