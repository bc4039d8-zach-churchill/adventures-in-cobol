       01 WS-ENTRY-REST PIC X(160).
       01 WS-INC-STATE PIC X(12).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
       01 WS-UNCLOSED-COUNT PIC 9(4) VALUE 0.
       01 WS-AGE-EDIT PIC ZZZZ9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PAGED-LINE PIC X(160).
       COPY EURPTFMT.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
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
      ***** IncidentLog writes, reads its state off the IncMaint
      ***** disposition tag (no tag = OPEN), and reports it when it
      ***** is unclosed and its stamp is older than the threshold.
      ***** The age in days is DateCalc's days-between (mode 'B').
       C00-ProcessIncident.
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-ENTRY-STAMP
           IF TALLY > 0
             MOVE "ACKNOWLEDGED" TO WS-INC-STATE
           END-IF
           MOVE 'B' TO EUDATE-MODE
           MOVE WS-ENTRY-DATE TO EUDATE-DATE1
           MOVE WS-RUN-DATE TO EUDATE-DATE2
           CALL "DateCalc" USING EUDATE-PARMS
           MOVE EUDATE-DAYS TO WS-AGE-DAYS
           IF WS-AGE-DAYS < WS-AGE-LIMIT
             EXIT PARAGRAPH
           END-IF
