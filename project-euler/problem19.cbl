       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Problem 19: Counting Sundays
      *
      *    1 Jan 1900 was a Monday. How many Sundays fell on the
      *    first of the month during the twentieth century
      *    (1 Jan 1901 to 31 Dec 2000)?
      *
      *    The year range and the weekday are supplied on the
      *    command line, in either order:
      *        problem19 [yyyy-yyyy] [weekday]
      *    The range defaults to 1901-2000 and may be a single year;
      *    years run 1601-9999. The weekday defaults to SUNDAY and is
      *    given by name or by its first three letters (MON, TUE,
      *    ... SUN), in either case. The weekday of each month's
      *    first day comes from the shared DateCalc module (mode 'W',
      *    see datecalc.cbl), one call per month.
      *
      *    The number of months beginning on the weekday is the
      *    answer and goes back through WS-EULER-RESULT. The report
      *    gives the count for every year of the range with the
      *    months that counted, then the total. Follows the full
      *    suite convention: WS-EULER-RESULT for the driver,
      *    LedgerWriter, ReportFormat headers on the versioned
      *    report, a registry row, and regression cases in
      *    euler.expected.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress walks its cases that way) CANCELs it after
      *    taking that RETURN-CODE, so each CALL gets the range and
      *    weekday back at their defaults each time.
      *****************************************************************
       PROGRAM-ID. Problem19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/problem19.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 YEAR-LOW PIC 9(4) VALUE 1901.
       01 YEAR-HIGH PIC 9(4) VALUE 2000.
       01 TARGET-DAY PIC 9(1) VALUE 7.
       01 WS-YEAR-LOW-TEXT PIC X(18).
       01 WS-YEAR-HIGH-TEXT PIC X(18).
       01 WS-DAY-ARG PIC X(18).
       01 WS-ARG-IDX PIC 9(1).
       01 WS-DAY-IDX PIC 9(1).
       01 WS-DAY-NAME-VALUES.
           05 FILLER PIC X(9) VALUE "MONDAY".
           05 FILLER PIC X(9) VALUE "TUESDAY".
           05 FILLER PIC X(9) VALUE "WEDNESDAY".
           05 FILLER PIC X(9) VALUE "THURSDAY".
           05 FILLER PIC X(9) VALUE "FRIDAY".
           05 FILLER PIC X(9) VALUE "SATURDAY".
           05 FILLER PIC X(9) VALUE "SUNDAY".
       01 WS-DAY-NAME-TBL REDEFINES WS-DAY-NAME-VALUES.
           05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.
       01 WS-MONTH-NAME-VALUES PIC X(36)
          VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAME-VALUES.
           05 WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.
       01 WS-FIRST-DATE PIC 9(8).
       01 WS-FIRST-DATE-X REDEFINES WS-FIRST-DATE.
           05 WS-FIRST-YEAR PIC 9(4).
           05 WS-FIRST-MONTH PIC 9(2).
           05 WS-FIRST-DAY PIC 9(2).
       01 WS-YEAR-COUNT PIC 9(2).
       01 WS-MONTH-COUNT PIC 9(6) VALUE 0.
       01 WS-MONTH-LIST PIC X(48).
       01 WS-LIST-PTR PIC 9(2).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem19".
       01 WS-LEDGER-PARMS PIC X(60).
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 1.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           DISPLAY "Years: " YEAR-LOW "-" YEAR-HIGH "  Weekday: "
             FUNCTION TRIM(WS-DAY-NAME(TARGET-DAY))
           PERFORM D00-OpenReport
           PERFORM VARYING WS-FIRST-YEAR FROM YEAR-LOW BY 1
             UNTIL WS-FIRST-YEAR > YEAR-HIGH
             PERFORM C00-CountYear
             IF WS-FIRST-YEAR = 9999
               EXIT PERFORM
             END-IF
           END-PERFORM
           MOVE WS-MONTH-COUNT TO WS-EULER-RESULT
           DISPLAY "Months beginning on "
             FUNCTION TRIM(WS-DAY-NAME(TARGET-DAY)) ": "
             WS-MONTH-COUNT
           PERFORM D90-CloseReport
           MOVE SPACES TO WS-LEDGER-PARMS
           STRING "YEARS=" YEAR-LOW "-" YEAR-HIGH " DAY="
             DELIMITED BY SIZE
             WS-DAY-NAME(TARGET-DAY) DELIMITED BY SPACE
             INTO WS-LEDGER-PARMS
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
      ***** console log and report file both show when this run
      ***** happened, the same date/time convention the ledger uses.
       A01-StampRunDate.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
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
             + (WS-END-HS - WS-RUN-HS)
           COMPUTE WS-ELAPSED-SEC = WS-ELAPSED-HSEC / 100
           COMPUTE WS-ELAPSED-REM = FUNCTION MOD(WS-ELAPSED-HSEC, 100)
           DISPLAY "Elapsed Time: " WS-ELAPSED-SEC "."
             WS-ELAPSED-REM " seconds"
           .
      ***** Command-line values are staged through the shared EUPARM
      ***** table (see copybooks/EUPARM.cpy); a linked caller can
      ***** supply them through the EXTERNAL override table instead
      ***** (see copybooks/EUPARMOV.cpy), which takes precedence over
      ***** the command line. A token starting with a digit is the
      ***** year range; anything else is the weekday.
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(1) TO EUPARM-VALUE(1)
             IF WS-EUPARM-OVR-COUNT > 1
               MOVE WS-EUPARM-OVR-VALUE(2) TO EUPARM-VALUE(2)
             END-IF
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(1) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(2) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1 UNTIL WS-ARG-IDX > 2
             EVALUATE TRUE
               WHEN EUPARM-VALUE(WS-ARG-IDX) = SPACES
                 CONTINUE
               WHEN EUPARM-VALUE(WS-ARG-IDX)(1:1) IS NUMERIC
                 PERFORM A05A-SplitYears
               WHEN OTHER
                 PERFORM A05B-GetWeekday
             END-EVALUATE
           END-PERFORM
           .
      ***** yyyy-yyyy, or a lone yyyy for a one-year range.
       A05A-SplitYears.
           MOVE SPACES TO WS-YEAR-LOW-TEXT WS-YEAR-HIGH-TEXT
           UNSTRING EUPARM-VALUE(WS-ARG-IDX) DELIMITED BY "-"
             INTO WS-YEAR-LOW-TEXT WS-YEAR-HIGH-TEXT
           END-UNSTRING
           IF WS-YEAR-HIGH-TEXT = SPACES
             MOVE WS-YEAR-LOW-TEXT TO WS-YEAR-HIGH-TEXT
           END-IF
           MOVE WS-YEAR-LOW-TEXT TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'Y' AND WS-PC-NUMBER >= 1601
             AND WS-PC-NUMBER <= 9999
             MOVE WS-PC-NUMBER TO YEAR-LOW
             MOVE WS-YEAR-HIGH-TEXT TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           ELSE
             MOVE 'N' TO WS-PC-OK
           END-IF
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER < YEAR-LOW
             OR WS-PC-NUMBER > 9999
             DISPLAY "ABEND: years '"
               FUNCTION TRIM(EUPARM-VALUE(WS-ARG-IDX))
               "' are not yyyy-yyyy, ascending, within 1601-9999"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO YEAR-HIGH
           .
      ***** The full day name, or its first three letters.
       A05B-GetWeekday.
           MOVE FUNCTION UPPER-CASE(EUPARM-VALUE(WS-ARG-IDX))
             TO WS-DAY-ARG
           MOVE 0 TO TARGET-DAY
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
             IF WS-DAY-ARG = WS-DAY-NAME(WS-DAY-IDX)
               OR (WS-DAY-ARG(4:) = SPACES
               AND WS-DAY-ARG(1:3) = WS-DAY-NAME(WS-DAY-IDX)(1:3))
               MOVE WS-DAY-IDX TO TARGET-DAY
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF TARGET-DAY = 0
             DISPLAY "ABEND: weekday '"
               FUNCTION TRIM(EUPARM-VALUE(WS-ARG-IDX))
               "' is not a day name such as SUNDAY or SUN"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** One year: DateCalc gives the weekday of each month's
      ***** first day; the months that match are counted and named
      ***** on the year's report line.
       C00-CountYear.
           MOVE 0 TO WS-YEAR-COUNT
           MOVE SPACES TO WS-MONTH-LIST
           MOVE 1 TO WS-LIST-PTR
           MOVE 1 TO WS-FIRST-DAY
           PERFORM VARYING WS-FIRST-MONTH FROM 1 BY 1
             UNTIL WS-FIRST-MONTH > 12
             MOVE 'W' TO EUDATE-MODE
             MOVE WS-FIRST-DATE TO EUDATE-DATE1
             CALL "DateCalc" USING EUDATE-PARMS
             IF EUDATE-WEEKDAY = TARGET-DAY
               ADD 1 TO WS-YEAR-COUNT
               STRING WS-MONTH-NAME(WS-FIRST-MONTH) " "
                 DELIMITED BY SIZE
                 INTO WS-MONTH-LIST WITH POINTER WS-LIST-PTR
               END-STRING
             END-IF
           END-PERFORM
           ADD WS-YEAR-COUNT TO WS-MONTH-COUNT
           MOVE SPACES TO RPT-LINE
           STRING WS-FIRST-YEAR "  " WS-YEAR-COUNT "     " WS-MONTH-LIST
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           .
       D00-OpenReport.
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               FUNCTION TRIM(WS-RPT-FILENAME) " (status "
               WS-RPT-STATUS-CD ")"
             MOVE WS-RPT-FILENAME TO WS-INC-FILE
             MOVE WS-RPT-STATUS-CD TO WS-INC-STATUS
             MOVE "cannot open report file" TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "Problem19" TO EURPTFMT-PROGRAM
           MOVE "Counting Sundays" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Months beginning on " DELIMITED BY SIZE
             WS-DAY-NAME(TARGET-DAY) DELIMITED BY SPACE
             ", years " YEAR-LOW "-" YEAR-HIGH DELIMITED BY SIZE
             INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "Year  Count  Months" TO RPT-LINE
           PERFORM A97-WritePagedLine
           .
       D90-CloseReport.
           MOVE SPACES TO RPT-LINE
           STRING "Total: " WS-MONTH-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE 'F' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           CLOSE RPT-FILE
           .
      ***** Writes one detail line through the shared formatter's
      ***** page accounting: mode 'P' counts the line and hands back
      ***** a page-break block whenever a new page starts, which is
      ***** written ahead of the detail (see reportformat.cbl).
       A97-WritePagedLine.
           MOVE RPT-LINE TO WS-PAGED-LINE
           MOVE 'P' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE WS-PAGED-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
      ***** Exit
       END PROGRAM Problem19.
