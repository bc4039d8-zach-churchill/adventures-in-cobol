       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Problem 16: Power Digit Sum
      *
      *    2**15 = 32768 and the sum of its digits is
      *    3 + 2 + 7 + 6 + 8 = 26. What is the sum of the digits of
      *    the number 2**1000?
      *
      *    The exponent is supplied on the command line:
      *        problem16 [N]
      *    and defaults to 1000. 2**1000 has 302 digits, far past
      *    any PIC 9 field, so the power is raised on the shared
      *    BigNum module's 1000-digit arrays (mode 'P', see
      *    bignum.cbl); N runs 0-3321, the last exponent whose power
      *    still fits the module's 1000 digits.
      *
      *    The digit sum is the answer and goes back through
      *    WS-EULER-RESULT. The report carries the whole power as
      *    well, 60 digits to a line, so the digit sum can be checked
      *    against the number it came from. Follows the full suite
      *    convention: WS-EULER-RESULT for the driver, LedgerWriter,
      *    ReportFormat headers on the versioned report, a registry
      *    row, and a regression case in euler.expected.
      *****************************************************************
       PROGRAM-ID. Problem16.
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
          VALUE "project-euler/problem16.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 POWER-EXPONENT PIC 9(4) VALUE 1000.
       01 WS-BN-MODE PIC X(1).
       01 WS-BN-BASE.
           05 WS-BN-BASE-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-EXPONENT.
           05 WS-BN-EXP-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-POWER.
           05 WS-BN-POWER-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-CMP PIC X(1).
       01 WS-DIGIT-IDX PIC 9(4).
       01 WS-FIRST-SIG PIC 9(4).
       01 WS-DIGIT-COUNT PIC 9(4).
       01 WS-DIGIT-SUM PIC 9(5) VALUE 0.
       01 WS-POWER-TEXT PIC X(1000).
       01 WS-LINE-POS PIC 9(4).
       01 WS-LINE-LEN PIC 9(4).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem16".
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
           DISPLAY "Exponent: " POWER-EXPONENT
           PERFORM C00-RaisePower
           PERFORM C10-SumDigits
           MOVE WS-DIGIT-SUM TO WS-EULER-RESULT
           DISPLAY "Digit sum of 2**" POWER-EXPONENT ": "
             WS-DIGIT-SUM " (" WS-DIGIT-COUNT " digits)"
           PERFORM D00-WriteReport
           MOVE SPACES TO WS-LEDGER-PARMS
           STRING "N=" POWER-EXPONENT
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
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
      ***** Command-line value is staged through the shared EUPARM
      ***** table (see copybooks/EUPARM.cpy) before being converted
      ***** into POWER-EXPONENT. A linked caller can supply the value
      ***** through the EXTERNAL override table instead (see
      ***** copybooks/EUPARMOV.cpy), which takes precedence over the
      ***** command line.
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(1) TO EUPARM-VALUE(1)
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(1) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           IF EUPARM-VALUE(1) = SPACES
             MOVE 1000 TO POWER-EXPONENT
           ELSE
             MOVE EUPARM-VALUE(1) TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
             IF WS-PC-OK = 'N' OR WS-PC-NUMBER > 3321
               DISPLAY "ABEND: N '"
                 FUNCTION TRIM(EUPARM-VALUE(1))
                 "' is not a whole number in 0-3321"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-PC-NUMBER TO POWER-EXPONENT
           END-IF
           .
      ***** 2**N in one call: base 2 and exponent N ride right-aligned
      ***** in the module's digit arrays.
       C00-RaisePower.
           MOVE ZEROS TO WS-BN-BASE
           MOVE 2 TO WS-BN-BASE-DIGIT(1000)
           MOVE ZEROS TO WS-BN-EXPONENT
           MOVE POWER-EXPONENT TO WS-BN-EXPONENT(997:4)
           MOVE 'P' TO WS-BN-MODE
           CALL "BigNum" USING WS-BN-MODE WS-BN-BASE WS-BN-EXPONENT
             WS-BN-POWER WS-BN-CMP
           .
      ***** The digit sum, and the position of the first significant
      ***** digit for the digit count and the report's value lines.
       C10-SumDigits.
           MOVE 0 TO WS-DIGIT-SUM
           MOVE 0 TO WS-FIRST-SIG
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
             UNTIL WS-DIGIT-IDX > 1000
             ADD WS-BN-POWER-DIGIT(WS-DIGIT-IDX) TO WS-DIGIT-SUM
             IF WS-FIRST-SIG = 0
               AND WS-BN-POWER-DIGIT(WS-DIGIT-IDX) NOT = 0
               MOVE WS-DIGIT-IDX TO WS-FIRST-SIG
             END-IF
           END-PERFORM
           COMPUTE WS-DIGIT-COUNT = 1001 - WS-FIRST-SIG
           MOVE WS-BN-POWER TO WS-POWER-TEXT
           .
      ***** The report is a summary page: the exponent, the digit
      ***** count and digit sum, then the whole power 60 digits to a
      ***** line, most significant first.
       D00-WriteReport.
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
           MOVE "Problem16" TO EURPTFMT-PROGRAM
           MOVE "Power Digit Sum" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Power: 2**" POWER-EXPONENT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Digits: " WS-DIGIT-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Digit sum: " WS-DIGIT-SUM
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "Value:" TO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-LINE-POS FROM WS-FIRST-SIG BY 60
             UNTIL WS-LINE-POS > 1000
             COMPUTE WS-LINE-LEN = 1001 - WS-LINE-POS
             IF WS-LINE-LEN > 60
               MOVE 60 TO WS-LINE-LEN
             END-IF
             MOVE SPACES TO RPT-LINE
             MOVE WS-POWER-TEXT(WS-LINE-POS:WS-LINE-LEN)
               TO RPT-LINE(3:WS-LINE-LEN)
             PERFORM A97-WritePagedLine
           END-PERFORM
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
       END PROGRAM Problem16.
