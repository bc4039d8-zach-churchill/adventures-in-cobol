      *    LedgerWriter, ReportFormat headers on the versioned
      *    report, a registry row, and a regression case in
      *    euler.expected.
      *
      *    Both grid.dat and the grid library are controlled inputs:
      *    before either is read, DataCheck (see datacheck.cbl)
      *    holds it against its entry in the data release register,
      *    and a production run abends rather than scanning a file
      *    nobody released.
      *****************************************************************
       PROGRAM-ID. Problem11.
       ENVIRONMENT DIVISION.
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-DC-MODE PIC X(1) VALUE 'V'.
       01 WS-DC-FILE PIC X(60) VALUE SPACES.
       01 WS-DC-COUNT PIC 9(7).
       01 WS-DC-CHECKSUM PIC 9(10).
       01 WS-DC-RESULT PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 2.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
             END-IF
             PERFORM A99-ReportElapsedTime
             MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
             MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
             CALL "LedgerWriter" USING WS-LEDGER-PROGRAM
               WS-LEDGER-PARMS WS-EULER-RESULT WS-ELAPSED-HSEC
             GOBACK
           END-IF
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
           END-IF
           MOVE WS-PC-NUMBER TO WS-BLK-COLS
           .
      ***** The grid file must match its released version before a
      ***** production run reads it (see datacheck.cbl); a GRID=ALL
      ***** sweep checks the library once, not once per grid.
       B05-CheckRelease.
           IF WS-DC-FILE = WS-GRID-FILENAME
             EXIT PARAGRAPH
           END-IF
           MOVE WS-GRID-FILENAME TO WS-DC-FILE
           CALL "DataCheck" USING WS-DC-MODE WS-LEDGER-PROGRAM
             WS-DC-FILE WS-DC-COUNT WS-DC-CHECKSUM WS-DC-RESULT
           IF WS-DC-RESULT = 'N'
             DISPLAY "ABEND: grid file refused for production use"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** The header record declares the shape; every detail record
      ***** loads one grid row, its fixed 3-column cells validated
      ***** numeric as they land.
       B00-LoadGrid.
           PERFORM B05-CheckRelease
           OPEN INPUT GRID-FILE
           IF WS-GRID-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open grid file "
           MOVE 'N' TO WS-LIB-IN-TARGET
           MOVE 'N' TO WS-LIB-EXPECT-HDR
           MOVE 0 TO WS-LIB-ROWS-LEFT
           PERFORM B05-CheckRelease
           OPEN INPUT GRID-FILE
           IF WS-GRID-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open grid library "
           MOVE 'N' TO EOF-GRID-FILE
           MOVE 'N' TO WS-LIB-EXPECT-HDR
           MOVE 0 TO WS-LIB-ROWS-LEFT
           PERFORM B05-CheckRelease
           OPEN INPUT GRID-FILE
           IF WS-GRID-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open grid library "
