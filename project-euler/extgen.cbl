      *        DATES    <from> <to> run-date range, YYYYMMDD each
      *        COLUMNS  the columns wanted, space-separated, from:
      *                 PROGRAM DATE TIME PARMS ANSWER ELAPSED
      *                 RUNID USER ORIGIN (default: all nine);
      *                 ANSWER is the ledger's text form, so a wide
      *                 answer (see copybooks/EUANSWER.cpy) goes out
      *                 whole, up to 60 digits
      *        FILTER   <column>=<value> keeps only rows whose
      *                 column equals the value
      *
           05 CARD-TYPE PIC X(8).
           05 CARD-VALUE PIC X(80).
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD OUT-FILE.
       01 OUT-LINE PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS-CD PIC XX.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-TO-TEXT PIC X(10).
       01 WS-FILTER-TEXT PIC X(80).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-STAMP-X REDEFINES WS-ENTRY-STAMP.
           05 FILLER PIC X(1).
           05 WS-ENTRY-TIME PIC X(8).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-ENTRY-ELAPSED PIC X(10).
       01 WS-ENTRY-RUNID PIC X(17).
       01 WS-ENTRY-USER PIC X(12).
       01 WS-MATCH-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
      ***** Reports the wall-clock elapsed time for the run, computed
      ***** from the date and time captured at A01-StampRunDate and
      ***** the date and time now.
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
