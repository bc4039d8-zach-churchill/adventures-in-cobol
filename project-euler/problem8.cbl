      *        problem8 <window-size> <datafile> [datafile ...]
      *    and default to 13 and project-euler/1000digits.dat when not
      *    supplied. Every file on the list is validated up front -
      *    a per-file status line says OK, missing, not released,
      *    empty, too large, window-too-big, or bad character at
      *    position N - and the scan then proceeds over the good
      *    files only, with the final report stating exactly which
      *    files the overall best covers. A bad third file no
      *    longer abends mid-run leaving a silently partial overall
      *    answer.
      *
      *    An optional TOP=k argument between the window size and
      *    the file list (e.g. problem8 13 TOP=10 file1 file2) sets
      *    boundaries instead of breaking at every cut point. A feed
      *    larger than the capacity abends with the limit named
      *    rather than silently truncating.
      *
      *    Digit files are controlled inputs: preflight holds each
      *    one against its entry in the data release register
      *    through DataCheck (see datacheck.cbl), and on a production
      *    run a file that is not the released version is marked
      *    NOT RELEASED and left out of the scan like any other bad
      *    file (DataCheck has already logged the incident).
      *****************************************************************
       PROGRAM-ID. Problem8.
       ENVIRONMENT DIVISION.
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-DC-MODE PIC X(1) VALUE 'V'.
       01 WS-DC-FILE PIC X(60).
       01 WS-DC-COUNT PIC 9(7).
       01 WS-DC-CHECKSUM PIC 9(10).
       01 WS-DC-RESULT PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 1.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(160).
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
           .
      ***** A linked caller can supply the window size through the
      ***** EXTERNAL override table (see copybooks/EUPARMOV.cpy),
      ***** which takes precedence over the command line. Once a
      ***** caller has staged overrides the command line belongs to
      ***** the caller, not to this program, so the file list then
      ***** comes only from the override entries after the window
      ***** (and TOP=, if given); with none there, the default file
      ***** is scanned. A name staged that way is limited to the
      ***** table's 18-character entry width.
       A05-GetParameters.
           MOVE SPACES TO WS-PC-VALUE
           IF WS-EUPARM-OVR-COUNT > 0
             END-IF
             ADD 1 TO WS-ARG-NUM
           END-IF
           IF WS-EUPARM-OVR-COUNT > 0
             PERFORM UNTIL WS-ARG-NUM > WS-EUPARM-OVR-COUNT
               OR WS-FILE-COUNT >= 50
               IF WS-EUPARM-OVR-VALUE(WS-ARG-NUM) NOT = SPACES
                 ADD 1 TO WS-FILE-COUNT
                 MOVE WS-EUPARM-OVR-VALUE(WS-ARG-NUM)
                   TO WS-FILE-ENTRY(WS-FILE-COUNT)
               END-IF
               ADD 1 TO WS-ARG-NUM
             END-PERFORM
             MOVE 'N' TO WS-MORE-ARGS
           END-IF
           PERFORM UNTIL WS-MORE-ARGS = 'N' OR WS-FILE-COUNT >= 50
             DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
             ACCEPT WS-DAT-FILENAME FROM ARGUMENT-VALUE
           .
       A09-PreflightOneFile.
           MOVE 'B' TO WS-FILE-OK(WS-FILE-IDX)
           MOVE WS-DAT-FILENAME TO WS-DC-FILE
           CALL "DataCheck" USING WS-DC-MODE WS-LEDGER-PROGRAM
             WS-DC-FILE WS-DC-COUNT WS-DC-CHECKSUM WS-DC-RESULT
           IF WS-DC-RESULT = 'N'
             DISPLAY "File " FUNCTION TRIM(WS-DAT-FILENAME)
               ": NOT RELEASED"
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT DAT-FILE
           IF WS-DAT-STATUS-CD NOT = "00"
             DISPLAY "File " FUNCTION TRIM(WS-DAT-FILENAME)
