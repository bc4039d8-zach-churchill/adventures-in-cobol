       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD REGRESS-RPT-FILE.
       01 REGRESS-RPT-LINE PIC X(130).
       FD INCIDENT-FILE.
       01 INCIDENT-LINE PIC X(200).
       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(250).
       FD DISP-FILE.
       01 DISP-RECORD.
           05 DISP-PROGRAM PIC X(12).
       01 WS-ENTRY-ANSWER PIC X(20).
       01 WS-ENTRY-ELAPSED-X PIC X(20).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-ANSWER-NUM PIC 9(20).
       01 WS-ANSWER-EDIT PIC Z(19)9.
       01 WS-ELAPSED-NUM PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PAGED-LINE PIC X(130).
       COPY EURPTFMT.
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
