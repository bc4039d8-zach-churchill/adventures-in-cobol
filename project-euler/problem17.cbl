       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Problem 17: Number Letter Counts
      *
      *    If the numbers 1 to 5 are written out in words: one, two,
      *    three, four, five, then there are 3 + 3 + 5 + 4 + 4 = 19
      *    letters used in total. If all the numbers from 1 to 1000
      *    (one thousand) inclusive were written out in words, how
      *    many letters would be used? Spaces and hyphens are not
      *    counted; "and" is, as British usage writes it
      *    ("three hundred and forty-two" has 23 letters).
      *
      *    N and the report's detail range are supplied on the
      *    command line, in either order:
      *        problem17 [N] [LIST=lo-hi]
      *    N defaults to 1000 and runs 1-999999. The words come from
      *    the shared NumWords module (see numwords.cbl), one call
      *    per number.
      *
      *    The letter total is the answer and goes back through
      *    WS-EULER-RESULT. The report gives the total, then the word
      *    form and letter count of every number in the detail range
      *    - the first twenty numbers unless LIST= picks another
      *    stretch of 1-N - so a count can be checked word by word.
      *    Follows the full suite convention: WS-EULER-RESULT for the
      *    driver, LedgerWriter, ReportFormat headers on the
      *    versioned report, a registry row, and regression cases in
      *    euler.expected.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress walks its cases that way) CANCELs it after
      *    taking that RETURN-CODE, so each CALL gets N and the detail
      *    range back at their defaults each time.
      *****************************************************************
       PROGRAM-ID. Problem17.
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
          VALUE "project-euler/problem17.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 UPPER-N PIC 9(6) VALUE 1000.
       01 DETAIL-LOW PIC 9(6) VALUE 1.
       01 DETAIL-HIGH PIC 9(6) VALUE 20.
       01 WS-DETAIL-GIVEN PIC X(1) VALUE 'N'.
       01 WS-DETAIL-LOW-TEXT PIC X(18).
       01 WS-DETAIL-HIGH-TEXT PIC X(18).
       01 WS-ARG-IDX PIC 9(1).
       01 WS-NUMBER PIC 9(6).
       01 WS-LETTER-TOTAL PIC 9(10) VALUE 0.
       01 WS-NW-VALUE PIC 9(12).
       01 WS-NW-WORDS PIC X(200).
       01 WS-NW-LETTERS PIC 9(4).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem17".
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
           DISPLAY "N: " UPPER-N "  Detail: " DETAIL-LOW "-"
             DETAIL-HIGH
           PERFORM C00-CountLetters
           MOVE WS-LETTER-TOTAL TO WS-EULER-RESULT
           DISPLAY "Letters used for 1-" UPPER-N ": " WS-LETTER-TOTAL
           PERFORM D00-WriteReport
           MOVE SPACES TO WS-LEDGER-PARMS
           STRING "N=" UPPER-N
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
      ***** Command-line values are staged through the shared EUPARM
      ***** table (see copybooks/EUPARM.cpy); a linked caller can
      ***** supply them through the EXTERNAL override table instead
      ***** (see copybooks/EUPARMOV.cpy), which takes precedence over
      ***** the command line. The LIST= token may come first or
      ***** second; the other token is N.
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
               WHEN EUPARM-VALUE(WS-ARG-IDX)(1:5) = "LIST="
                 PERFORM A05A-SplitDetail
               WHEN OTHER
                 PERFORM A05B-GetUpperN
             END-EVALUATE
           END-PERFORM
           PERFORM A10-ValidateDetail
           .
       A05A-SplitDetail.
           MOVE 'Y' TO WS-DETAIL-GIVEN
           MOVE SPACES TO WS-DETAIL-LOW-TEXT WS-DETAIL-HIGH-TEXT
           UNSTRING EUPARM-VALUE(WS-ARG-IDX)(6:13) DELIMITED BY "-"
             INTO WS-DETAIL-LOW-TEXT WS-DETAIL-HIGH-TEXT
           END-UNSTRING
           MOVE WS-DETAIL-LOW-TEXT TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'Y' AND WS-PC-NUMBER <= 999999
             MOVE WS-PC-NUMBER TO DETAIL-LOW
             MOVE WS-DETAIL-HIGH-TEXT TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           END-IF
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER > 999999
             DISPLAY "ABEND: '" FUNCTION TRIM(EUPARM-VALUE(WS-ARG-IDX))
               "' is not LIST=lo-hi with whole numbers lo and hi"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO DETAIL-HIGH
           .
       A05B-GetUpperN.
           MOVE EUPARM-VALUE(WS-ARG-IDX) TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
             OR WS-PC-NUMBER > 999999
             DISPLAY "ABEND: N '"
               FUNCTION TRIM(EUPARM-VALUE(WS-ARG-IDX))
               "' is not a whole number in 1-999999"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO UPPER-N
           .
      ***** With no LIST= the report lists the first twenty numbers,
      ***** or all of them when N is smaller; a LIST= range must lie
      ***** inside 1-N.
       A10-ValidateDetail.
           IF WS-DETAIL-GIVEN = 'N'
             IF UPPER-N < DETAIL-HIGH
               MOVE UPPER-N TO DETAIL-HIGH
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF DETAIL-LOW = 0 OR DETAIL-LOW > DETAIL-HIGH
             OR DETAIL-HIGH > UPPER-N
             DISPLAY "ABEND: detail range " DETAIL-LOW "-" DETAIL-HIGH
               " is not a range inside 1-" UPPER-N
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
       C00-CountLetters.
           MOVE 0 TO WS-LETTER-TOTAL
           PERFORM VARYING WS-NUMBER FROM 1 BY 1
             UNTIL WS-NUMBER > UPPER-N
             MOVE WS-NUMBER TO WS-NW-VALUE
             CALL "NumWords" USING WS-NW-VALUE WS-NW-WORDS
               WS-NW-LETTERS
             ADD WS-NW-LETTERS TO WS-LETTER-TOTAL
           END-PERFORM
           .
      ***** The report is the total, then one detail line per number
      ***** in the detail range: the number, its letter count and its
      ***** word form.
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
           MOVE "Problem17" TO EURPTFMT-PROGRAM
           MOVE "Number Letter Counts" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Numbers: 1 through " UPPER-N
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Letters: " WS-LETTER-TOTAL
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Detail: " DETAIL-LOW " through " DETAIL-HIGH
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "Number  Letters  Words" TO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-NUMBER FROM DETAIL-LOW BY 1
             UNTIL WS-NUMBER > DETAIL-HIGH
             MOVE WS-NUMBER TO WS-NW-VALUE
             CALL "NumWords" USING WS-NW-VALUE WS-NW-WORDS
               WS-NW-LETTERS
             MOVE SPACES TO RPT-LINE
             STRING WS-NUMBER "  " WS-NW-LETTERS "     "
               WS-NW-WORDS DELIMITED BY SIZE INTO RPT-LINE
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
       END PROGRAM Problem17.
