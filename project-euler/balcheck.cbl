      *            record is the column header and is skipped
      *            unconditionally - every CSV writer in the shop
      *            (LedgerWriter, LedgerMonth's archives, ExtGen's
      *            feeds, ChargeBack's billing feed) writes one, and
      *            its leading column is only PROGRAM when the deck
      *            happens to ask for it
      *        balcheck LEDGER <file>
      *            a ledger archive: records are counted against the
      *            closing "TRAILER RECORDS=<count>" record
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
       01 IN-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS-CD PIC XX.
       01 WS-IN-NAME PIC X(100).
       01 WS-PARSE-REST PIC X(120).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       PROCEDURE DIVISION.
       A00-Begin.
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
