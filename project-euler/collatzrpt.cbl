       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Collatz Chain Report
      *
      *    Analysis report over the chain-length cache Problem14
      *    persists in project-euler/problem14.cache (one START/LEN
      *    record per start it has walked, up to its memo bound of
      *    100000 - see problem14.cbl), so the cache is worth more
      *    than the speed-up it was kept for:
      *        - a histogram of chain lengths, in buckets of a chosen
      *          width, over a range of starts
      *        - the top-N longest chains in that range
      *        - the record-setters in that range: each start whose
      *          chain is longer than that of every smaller start
      *    Chain lengths count terms, start and 1 included, the way
      *    Problem14 counts them (start 1 has length 1).
      *
      *    Usage:
      *        collatzrpt [<from> [<to>]] [TOP=<n>] [BUCKET=<width>]
      *        collatzrpt PATH <start>
      *    The range defaults to start 1 through the highest start on
      *    the cache, TOP to 10 (at most 50) and BUCKET to 20 (at
      *    most 500). PATH prints one start's full chain, term by
      *    term, walked afresh, with its length checked against the
      *    cache when the cache holds that start.
      *
      *    The range must be wholly on the cache before anything is
      *    reported from it: a range with any start missing gets a
      *    coverage section naming the missing spans and no figures
      *    at all, with RETURN-CODE 8, rather than statistics over
      *    partial data that read as if they were complete. Record-
      *    setters also need every start below the range (a start
      *    only sets a record against all the smaller ones), so when
      *    those are missing that section alone says so and is left
      *    out. Starts past the memo bound are never on the cache.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller; EulerMenu, which CALLs its choices, CANCELs it
      *    after each run, so it gets the defaults back each time.
      *****************************************************************
       PROGRAM-ID. CollatzRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CACHE-FILE ASSIGN TO "project-euler/problem14.cache"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CACHE-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CACHE-FILE.
       01 CACHE-RECORD.
           05 CACHE-START PIC 9(9).
           05 CACHE-LEN PIC 9(4).
       FD RPT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CACHE-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/collatzrpt.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 EOF-CACHE-FILE PIC X VALUE 'N'.
       01 WS-MEMO-BOUND PIC 9(9) VALUE 100000.
       01 WS-LEN-TBL.
           05 WS-LEN-ENTRY PIC 9(4) OCCURS 100000 TIMES.
       01 WS-CACHE-PRESENT PIC X(1) VALUE 'N'.
       01 WS-CACHE-COUNT PIC 9(6) VALUE 0.
       01 WS-CACHE-HIGH PIC 9(9) VALUE 0.
       01 WS-CACHE-BAD PIC 9(6) VALUE 0.
       01 WS-MODE PIC X(5) VALUE "RANGE".
       01 WS-FROM PIC 9(9) VALUE 1.
       01 WS-TO PIC 9(9) VALUE 0.
       01 WS-POSITIONAL PIC 9(1) VALUE 0.
       01 WS-TOP-N PIC 9(2) VALUE 10.
       01 WS-BUCKET-WIDTH PIC 9(3) VALUE 20.
       01 WS-PATH-START PIC 9(9) VALUE 0.
       01 WS-ARG-NUM PIC 9(2) VALUE 1.
       01 WS-MORE-ARGS PIC X(1) VALUE 'Y'.
       01 WS-ARG-VALUE PIC X(18).
       01 WS-STAGED-COUNT PIC 9(2) VALUE 0.
       01 WS-STAGE-IDX PIC 9(2).
       01 WS-START PIC 9(9).
       01 WS-SCAN-TO PIC 9(9).
       01 WS-LEN PIC 9(4).
       01 WS-RANGE-COUNT PIC 9(9) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(9) VALUE 0.
       01 WS-SPAN-OPEN PIC X(1) VALUE 'N'.
       01 WS-SPAN-FIRST PIC 9(9).
       01 WS-SPAN-COUNT PIC 9(6) VALUE 0.
       01 WS-SPAN-TBL.
           05 WS-SPAN OCCURS 10 TIMES.
               10 WS-SPAN-LO PIC 9(9).
               10 WS-SPAN-HI PIC 9(9).
       01 WS-SPAN-IDX PIC 9(2).
       01 WS-SPAN-MORE PIC 9(6).
       01 WS-BUCKET-MAX PIC 9(3) VALUE 500.
       01 WS-BUCKET-TBL.
           05 WS-BUCKET-CNT PIC 9(9) OCCURS 500 TIMES.
       01 WS-BUCKET-IDX PIC 9(3).
       01 WS-BUCKET-HIGH PIC 9(3) VALUE 0.
       01 WS-BUCKET-PEAK PIC 9(9) VALUE 0.
       01 WS-BUCKET-LO PIC 9(4).
       01 WS-BUCKET-HI PIC 9(4).
       01 WS-BAR-LEN PIC 9(2).
       01 WS-BAR PIC X(50).
       01 WS-STARS PIC X(50) VALUE ALL "*".
       01 WS-TOP-COUNT PIC 9(2) VALUE 0.
       01 WS-TOP-TBL.
           05 WS-TOP OCCURS 50 TIMES.
               10 WS-TOP-START PIC 9(9).
               10 WS-TOP-LEN PIC 9(4).
       01 WS-TOP-IDX PIC 9(2).
       01 WS-INS-IDX PIC 9(2).
       01 WS-SHIFT-IDX PIC 9(2).
       01 WS-RECORD-LEN PIC 9(4) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-BELOW-MISSING PIC 9(9) VALUE 0.
       01 WS-WALK PIC 9(15).
       01 WS-WALK-PEAK PIC 9(15).
       01 WS-STEPS PIC 9(5).
       01 WS-TERM-EDIT PIC Z(14)9.
       01 WS-PATH-LINE PIC X(80).
       01 WS-PATH-PTR PIC 9(3).
       01 WS-PATH-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-COUNT-EDIT PIC Z(8)9.
       01 WS-EDIT-A PIC Z(8)9.
       01 WS-EDIT-B PIC Z(8)9.
       01 WS-EDIT-C PIC Z(8)9.
       01 WS-PATH-RC PIC 9(2) VALUE 0.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "CollatzRpt".
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
       01 WS-PAGED-LINE PIC X(80).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM A10-ValidateParameters
           PERFORM B00-LoadCache
           IF WS-MODE = "RANGE" AND WS-POSITIONAL < 2
             MOVE WS-CACHE-HIGH TO WS-TO
             IF WS-TO < WS-FROM
               MOVE WS-FROM TO WS-TO
             END-IF
           END-IF
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
           PERFORM A02-WriteReportHeader
           IF WS-MODE = "PATH"
             PERFORM P00-WritePath
           ELSE
             PERFORM C00-CheckCoverage
             IF WS-MISSING-COUNT = 0
               PERFORM D00-WriteHistogram
               PERFORM E00-WriteTopChains
               PERFORM F00-WriteRecordSetters
             END-IF
           END-IF
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM A99-ReportElapsedTime
           IF WS-MODE = "RANGE" AND WS-MISSING-COUNT > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MODE = "PATH"
             MOVE WS-PATH-RC TO RETURN-CODE
           END-IF
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
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
      ***** instead of hand-formatting a title block here.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "CollatzRpt" TO EURPTFMT-PROGRAM
           MOVE "Collatz Chain-Length Report" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           .
      ***** Builds and writes the report's closing lines the same way.
       A98-WriteReportFooter.
           MOVE 'F' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           .
      ***** The parameters are staged through the shared EUPARM
      ***** table (see copybooks/EUPARM.cpy), from the EXTERNAL
      ***** override table when EulerMenu CALLs this program (see
      ***** copybooks/EUPARMOV.cpy) or from the command line when it
      ***** is run on its own. TOP= and BUCKET= may fall anywhere;
      ***** the bare numbers are the range, from then to, in order.
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           IF WS-EUPARM-OVR-COUNT > 0
             PERFORM A06-StageOverrides
           ELSE
             PERFORM A07-StageArguments
           END-IF
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
             UNTIL WS-STAGE-IDX > WS-STAGED-COUNT
             IF EUPARM-VALUE(WS-STAGE-IDX) NOT = SPACES
               PERFORM A08-ParseToken
             END-IF
           END-PERFORM
           IF WS-MODE = "PATH" AND WS-PATH-START = 0
             DISPLAY "ABEND: PATH needs a start, e.g. "
               "collatzrpt PATH 27"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
       A06-StageOverrides.
           MOVE WS-EUPARM-OVR-COUNT TO WS-STAGED-COUNT
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
             UNTIL WS-STAGE-IDX > WS-STAGED-COUNT
             MOVE WS-EUPARM-OVR-VALUE(WS-STAGE-IDX)
               TO EUPARM-VALUE(WS-STAGE-IDX)
           END-PERFORM
           .
       A07-StageArguments.
           MOVE 0 TO WS-STAGED-COUNT
           PERFORM UNTIL WS-MORE-ARGS = 'N' OR WS-STAGED-COUNT >= 20
             DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
             MOVE SPACES TO WS-ARG-VALUE
             ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE 'N' TO WS-MORE-ARGS
             END-ACCEPT
             IF WS-MORE-ARGS = 'Y'
               ADD 1 TO WS-STAGED-COUNT
               MOVE WS-ARG-VALUE TO EUPARM-VALUE(WS-STAGED-COUNT)
               ADD 1 TO WS-ARG-NUM
             END-IF
           END-PERFORM
           .
      ***** One staged token: PATH switches modes and takes the
      ***** start that follows it; TOP= and BUCKET= set their sizes;
      ***** anything else must be a whole number for the range.
       A08-ParseToken.
           EVALUATE TRUE
             WHEN EUPARM-VALUE(WS-STAGE-IDX) = "PATH"
               MOVE "PATH" TO WS-MODE
             WHEN EUPARM-VALUE(WS-STAGE-IDX)(1:4) = "TOP="
               MOVE EUPARM-VALUE(WS-STAGE-IDX)(5:14) TO WS-PC-VALUE
               PERFORM A09-CheckNumber
               IF WS-PC-NUMBER > 99
                 MOVE 99 TO WS-TOP-N
               ELSE
                 MOVE WS-PC-NUMBER TO WS-TOP-N
               END-IF
             WHEN EUPARM-VALUE(WS-STAGE-IDX)(1:7) = "BUCKET="
               MOVE EUPARM-VALUE(WS-STAGE-IDX)(8:11) TO WS-PC-VALUE
               PERFORM A09-CheckNumber
               IF WS-PC-NUMBER > 999
                 MOVE 999 TO WS-BUCKET-WIDTH
               ELSE
                 MOVE WS-PC-NUMBER TO WS-BUCKET-WIDTH
               END-IF
             WHEN WS-MODE = "PATH"
               MOVE EUPARM-VALUE(WS-STAGE-IDX) TO WS-PC-VALUE
               PERFORM A09-CheckNumber
               IF WS-PC-NUMBER = 0 OR WS-PC-NUMBER > 999999999
                 DISPLAY "ABEND: PATH start '"
                   FUNCTION TRIM(EUPARM-VALUE(WS-STAGE-IDX))
                   "' is not a whole number in 1-999999999"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               MOVE WS-PC-NUMBER TO WS-PATH-START
             WHEN OTHER
               MOVE EUPARM-VALUE(WS-STAGE-IDX) TO WS-PC-VALUE
               PERFORM A09-CheckNumber
               IF WS-PC-NUMBER = 0 OR WS-PC-NUMBER > 999999999
                 OR WS-POSITIONAL >= 2
                 DISPLAY "ABEND: range value '"
                   FUNCTION TRIM(EUPARM-VALUE(WS-STAGE-IDX))
                   "' is not a whole number in 1-999999999, or "
                   "more than two were given"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-POSITIONAL
               IF WS-POSITIONAL = 1
                 MOVE WS-PC-NUMBER TO WS-FROM
               ELSE
                 MOVE WS-PC-NUMBER TO WS-TO
               END-IF
           END-EVALUATE
           .
       A09-CheckNumber.
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'N'
             DISPLAY "ABEND: '"
               FUNCTION TRIM(EUPARM-VALUE(WS-STAGE-IDX))
               "' is not a valid parameter"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** A backwards range, or sizes the report tables cannot
      ***** hold, take the standard rejection path.
       A10-ValidateParameters.
           IF WS-POSITIONAL = 2 AND WS-TO < WS-FROM
             DISPLAY "ABEND: range " WS-FROM " thru " WS-TO
               " runs backwards"
             MOVE "Collatz report range runs backwards"
               TO WS-INC-MESSAGE
             PERFORM A15-RejectParameter
           END-IF
           IF WS-TOP-N = 0 OR WS-TOP-N > 50
             DISPLAY "ABEND: TOP=" WS-TOP-N " is outside 1-50"
             MOVE "Collatz report TOP= outside 1-50" TO WS-INC-MESSAGE
             PERFORM A15-RejectParameter
           END-IF
           IF WS-BUCKET-WIDTH = 0 OR WS-BUCKET-WIDTH > WS-BUCKET-MAX
             DISPLAY "ABEND: BUCKET=" WS-BUCKET-WIDTH
               " is outside 1-" WS-BUCKET-MAX
             MOVE "Collatz report BUCKET= outside 1-500"
               TO WS-INC-MESSAGE
             PERFORM A15-RejectParameter
           END-IF
           .
       A15-RejectParameter.
           MOVE SPACES TO WS-INC-FILE
           MOVE SPACES TO WS-INC-STATUS
           CALL "IncidentLog" USING WS-LEDGER-PROGRAM
             WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
      ***** Loads the cache into the length table by start, the same
      ***** record checks Problem14's own B00-LoadCache makes; a
      ***** record that fails them is counted, not loaded. No cache
      ***** on file simply leaves every start uncovered.
       B00-LoadCache.
           INITIALIZE WS-LEN-TBL
           OPEN INPUT CACHE-FILE
           IF WS-CACHE-STATUS-CD NOT = "00"
             DISPLAY "No Collatz cache on file "
               "(project-euler/problem14.cache, status "
               WS-CACHE-STATUS-CD "); run Problem14 to build it"
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CACHE-PRESENT
           PERFORM WITH TEST AFTER UNTIL EOF-CACHE-FILE = 'Y'
             READ CACHE-FILE
               AT END MOVE 'Y' TO EOF-CACHE-FILE
               NOT AT END
                 IF CACHE-RECORD(1:13) IS NUMERIC
                   AND CACHE-START > 0
                   AND CACHE-START <= WS-MEMO-BOUND
                   AND CACHE-LEN > 0
                   MOVE CACHE-LEN TO WS-LEN-ENTRY(CACHE-START)
                   ADD 1 TO WS-CACHE-COUNT
                   IF CACHE-START > WS-CACHE-HIGH
                     MOVE CACHE-START TO WS-CACHE-HIGH
                   END-IF
                 ELSE
                   ADD 1 TO WS-CACHE-BAD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CACHE-FILE
           DISPLAY "Collatz cache loaded: " WS-CACHE-COUNT
             " starts, highest " WS-CACHE-HIGH
           IF WS-CACHE-BAD > 0
             DISPLAY "WARNING: " WS-CACHE-BAD
               " cache records were unreadable and skipped"
           END-IF
           .
      ***** Every start in the range must be on the cache. Runs of
      ***** missing starts are gathered into spans (the first ten
      ***** are listed, the rest counted); anything past the memo
      ***** bound is one missing span by definition.
       C00-CheckCoverage.
           COMPUTE WS-RANGE-COUNT = WS-TO - WS-FROM + 1
           MOVE WS-FROM TO WS-EDIT-A
           MOVE WS-TO TO WS-EDIT-B
           MOVE SPACES TO RPT-LINE
           STRING "Range: starts " FUNCTION TRIM(WS-EDIT-A)
             " thru " FUNCTION TRIM(WS-EDIT-B)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE WS-CACHE-COUNT TO WS-EDIT-A
           MOVE WS-CACHE-HIGH TO WS-EDIT-B
           MOVE SPACES TO RPT-LINE
           STRING "Cache: " FUNCTION TRIM(WS-EDIT-A)
             " starts on file, highest " FUNCTION TRIM(WS-EDIT-B)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE WS-TO TO WS-SCAN-TO
           IF WS-SCAN-TO > WS-MEMO-BOUND
             MOVE WS-MEMO-BOUND TO WS-SCAN-TO
           END-IF
           PERFORM VARYING WS-START FROM WS-FROM BY 1
             UNTIL WS-START > WS-SCAN-TO
             IF WS-LEN-ENTRY(WS-START) = 0
               ADD 1 TO WS-MISSING-COUNT
               IF WS-SPAN-OPEN = 'N'
                 MOVE 'Y' TO WS-SPAN-OPEN
                 MOVE WS-START TO WS-SPAN-FIRST
               END-IF
             ELSE
               IF WS-SPAN-OPEN = 'Y'
                 PERFORM C10-CloseSpan
               END-IF
             END-IF
           END-PERFORM
           IF WS-TO > WS-MEMO-BOUND
             IF WS-FROM > WS-MEMO-BOUND
               COMPUTE WS-MISSING-COUNT = WS-TO - WS-FROM + 1
             ELSE
               COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
                 + WS-TO - WS-MEMO-BOUND
             END-IF
             IF WS-SPAN-OPEN = 'N'
               MOVE 'Y' TO WS-SPAN-OPEN
               IF WS-FROM > WS-MEMO-BOUND
                 MOVE WS-FROM TO WS-SPAN-FIRST
               ELSE
                 COMPUTE WS-SPAN-FIRST = WS-MEMO-BOUND + 1
               END-IF
             END-IF
             MOVE WS-TO TO WS-START
             ADD 1 TO WS-START
           END-IF
           IF WS-SPAN-OPEN = 'Y'
             PERFORM C10-CloseSpan
           END-IF
           MOVE WS-RANGE-COUNT TO WS-EDIT-A
           MOVE WS-MISSING-COUNT TO WS-EDIT-B
           MOVE SPACES TO RPT-LINE
           IF WS-MISSING-COUNT = 0
             STRING "Coverage: COMPLETE, all " FUNCTION TRIM(WS-EDIT-A)
               " starts in range on the cache"
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "Coverage: INCOMPLETE, " FUNCTION TRIM(WS-EDIT-B)
               " of " FUNCTION TRIM(WS-EDIT-A) " starts missing"
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           IF WS-MISSING-COUNT > 0
             MOVE SPACES TO RPT-LINE
             STRING "No figures are reported for a range the cache "
               "does not wholly cover"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-IF
           PERFORM VARYING WS-SPAN-IDX FROM 1 BY 1
             UNTIL WS-SPAN-IDX > WS-SPAN-COUNT OR WS-SPAN-IDX > 10
             MOVE SPACES TO RPT-LINE
             MOVE WS-SPAN-LO(WS-SPAN-IDX) TO WS-EDIT-A
             MOVE WS-SPAN-HI(WS-SPAN-IDX) TO WS-EDIT-B
             COMPUTE WS-EDIT-C = WS-SPAN-HI(WS-SPAN-IDX)
               - WS-SPAN-LO(WS-SPAN-IDX) + 1
             STRING "  Missing: starts " FUNCTION TRIM(WS-EDIT-A)
               " thru " FUNCTION TRIM(WS-EDIT-B) " ("
               FUNCTION TRIM(WS-EDIT-C) ")"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-PERFORM
           IF WS-SPAN-COUNT > 10
             COMPUTE WS-SPAN-MORE = WS-SPAN-COUNT - 10
             MOVE SPACES TO RPT-LINE
             STRING "  ... and " WS-SPAN-MORE " more missing spans"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-IF
           IF WS-MISSING-COUNT > 0 AND WS-TO > WS-MEMO-BOUND
             MOVE SPACES TO RPT-LINE
             MOVE WS-MEMO-BOUND TO WS-EDIT-A
             STRING "  (starts past " FUNCTION TRIM(WS-EDIT-A)
               " are never cached - Problem14's memo bound)"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-IF
           .
      ***** Files the open span, WS-SPAN-FIRST up to the start just
      ***** before WS-START, in the next free slot (only counted once
      ***** the ten listed slots are used).
       C10-CloseSpan.
           ADD 1 TO WS-SPAN-COUNT
           IF WS-SPAN-COUNT <= 10
             MOVE WS-SPAN-FIRST TO WS-SPAN-LO(WS-SPAN-COUNT)
             COMPUTE WS-SPAN-HI(WS-SPAN-COUNT) = WS-START - 1
           END-IF
           MOVE 'N' TO WS-SPAN-OPEN
           .
      ***** Bucket b holds chain lengths (b-1)*width+1 thru b*width;
      ***** every bucket from the first up to the highest one used is
      ***** listed, empty ones included, with a bar scaled so the
      ***** fullest bucket is fifty stars wide.
       D00-WriteHistogram.
           INITIALIZE WS-BUCKET-TBL
           PERFORM VARYING WS-START FROM WS-FROM BY 1
             UNTIL WS-START > WS-TO
             COMPUTE WS-BUCKET-IDX =
               (WS-LEN-ENTRY(WS-START) - 1) / WS-BUCKET-WIDTH + 1
               ON SIZE ERROR
                 MOVE WS-BUCKET-MAX TO WS-BUCKET-IDX
             END-COMPUTE
             IF WS-BUCKET-IDX > WS-BUCKET-MAX
               MOVE WS-BUCKET-MAX TO WS-BUCKET-IDX
             END-IF
             ADD 1 TO WS-BUCKET-CNT(WS-BUCKET-IDX)
             IF WS-BUCKET-IDX > WS-BUCKET-HIGH
               MOVE WS-BUCKET-IDX TO WS-BUCKET-HIGH
             END-IF
             IF WS-BUCKET-CNT(WS-BUCKET-IDX) > WS-BUCKET-PEAK
               MOVE WS-BUCKET-CNT(WS-BUCKET-IDX) TO WS-BUCKET-PEAK
             END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Chain-length distribution, bucket width "
             WS-BUCKET-WIDTH
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           STRING "Length       Starts"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
             UNTIL WS-BUCKET-IDX > WS-BUCKET-HIGH
             COMPUTE WS-BUCKET-LO =
               (WS-BUCKET-IDX - 1) * WS-BUCKET-WIDTH + 1
             COMPUTE WS-BUCKET-HI = WS-BUCKET-IDX * WS-BUCKET-WIDTH
             COMPUTE WS-BAR-LEN =
               WS-BUCKET-CNT(WS-BUCKET-IDX) * 50 / WS-BUCKET-PEAK
             IF WS-BAR-LEN = 0 AND WS-BUCKET-CNT(WS-BUCKET-IDX) > 0
               MOVE 1 TO WS-BAR-LEN
             END-IF
             MOVE SPACES TO WS-BAR
             IF WS-BAR-LEN > 0
               MOVE WS-STARS(1:WS-BAR-LEN) TO WS-BAR
             END-IF
             MOVE WS-BUCKET-CNT(WS-BUCKET-IDX) TO WS-COUNT-EDIT
             MOVE SPACES TO RPT-LINE
             STRING WS-BUCKET-LO "-" WS-BUCKET-HI "  "
               WS-COUNT-EDIT "  " WS-BAR
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-PERFORM
           .
      ***** Keeps the N longest chains seen so far, longest first; a
      ***** tie keeps the smaller start ahead, since starts arrive in
      ***** ascending order and only a strictly longer chain moves
      ***** in front of one already held.
       E00-WriteTopChains.
           PERFORM VARYING WS-START FROM WS-FROM BY 1
             UNTIL WS-START > WS-TO
             MOVE WS-LEN-ENTRY(WS-START) TO WS-LEN
             IF WS-TOP-COUNT < WS-TOP-N
               OR WS-LEN > WS-TOP-LEN(WS-TOP-COUNT)
               PERFORM E10-InsertTop
             END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Top " WS-TOP-N " longest chains"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
             UNTIL WS-TOP-IDX > WS-TOP-COUNT
             MOVE SPACES TO RPT-LINE
             STRING "Rank " WS-TOP-IDX "  start "
               WS-TOP-START(WS-TOP-IDX) "  length "
               WS-TOP-LEN(WS-TOP-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-PERFORM
           .
       E10-InsertTop.
           MOVE 1 TO WS-INS-IDX
           PERFORM UNTIL WS-INS-IDX > WS-TOP-COUNT
             OR WS-TOP-LEN(WS-INS-IDX) < WS-LEN
             ADD 1 TO WS-INS-IDX
           END-PERFORM
           IF WS-TOP-COUNT < WS-TOP-N
             ADD 1 TO WS-TOP-COUNT
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-TOP-COUNT BY -1
             UNTIL WS-SHIFT-IDX <= WS-INS-IDX
             MOVE WS-TOP(WS-SHIFT-IDX - 1) TO WS-TOP(WS-SHIFT-IDX)
           END-PERFORM
           MOVE WS-START TO WS-TOP-START(WS-INS-IDX)
           MOVE WS-LEN TO WS-TOP-LEN(WS-INS-IDX)
           .
      ***** A start sets a record when its chain is longer than that
      ***** of every smaller start, from 1 up - not just the smaller
      ***** starts inside the range - so the starts below the range
      ***** have to be on the cache as well. When any are missing
      ***** the section says which and lists nothing.
       F00-WriteRecordSetters.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE 0 TO WS-BELOW-MISSING
           PERFORM VARYING WS-START FROM 1 BY 1
             UNTIL WS-START >= WS-FROM
             OR WS-BELOW-MISSING > 0
             IF WS-LEN-ENTRY(WS-START) = 0
               MOVE WS-START TO WS-BELOW-MISSING
             END-IF
           END-PERFORM
           IF WS-BELOW-MISSING > 0
             MOVE SPACES TO RPT-LINE
             MOVE WS-BELOW-MISSING TO WS-EDIT-A
             STRING "Record-setters: NOT DETERMINED - start "
               FUNCTION TRIM(WS-EDIT-A) " below the range is not "
               "on the cache"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Record-setters (chain longer than every smaller "
             "start's)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE 0 TO WS-RECORD-LEN
           PERFORM VARYING WS-START FROM 1 BY 1
             UNTIL WS-START > WS-TO
             IF WS-LEN-ENTRY(WS-START) > WS-RECORD-LEN
               MOVE WS-LEN-ENTRY(WS-START) TO WS-RECORD-LEN
               IF WS-START >= WS-FROM
                 ADD 1 TO WS-RECORD-COUNT
                 MOVE SPACES TO RPT-LINE
                 STRING "Start " WS-START "  length " WS-RECORD-LEN
                   DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM A97-WritePagedLine
                 DISPLAY FUNCTION TRIM(RPT-LINE)
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Record-setters in range: " WS-RECORD-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** PATH: walks the one start's chain afresh, writing its
      ***** terms in order, as many to a line as fit, then the
      ***** length and the peak term - and, when the start is on the
      ***** cache, whether the cached length agrees with the walk.
       P00-WritePath.
           MOVE SPACES TO RPT-LINE
           STRING "Chain path for start " WS-PATH-START
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE WS-PATH-START TO WS-WALK
           MOVE WS-PATH-START TO WS-WALK-PEAK
           MOVE 1 TO WS-STEPS
           MOVE SPACES TO WS-PATH-LINE
           MOVE 1 TO WS-PATH-PTR
           PERFORM P10-AddTerm
           PERFORM UNTIL WS-WALK = 1 OR WS-PATH-OVERFLOW = 'Y'
             IF FUNCTION MOD(WS-WALK, 2) = 0
               COMPUTE WS-WALK = WS-WALK / 2
             ELSE
               COMPUTE WS-WALK = 3 * WS-WALK + 1
                 ON SIZE ERROR
                   MOVE 'Y' TO WS-PATH-OVERFLOW
               END-COMPUTE
             END-IF
             IF WS-PATH-OVERFLOW = 'N'
               ADD 1 TO WS-STEPS
               IF WS-WALK > WS-WALK-PEAK
                 MOVE WS-WALK TO WS-WALK-PEAK
               END-IF
               PERFORM P10-AddTerm
             END-IF
           END-PERFORM
           IF WS-PATH-PTR > 1
             MOVE WS-PATH-LINE TO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           IF WS-PATH-OVERFLOW = 'Y'
             MOVE SPACES TO RPT-LINE
             STRING "ABEND: chain term past 15 digits after "
               WS-STEPS " terms; path abandoned"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 16 TO WS-PATH-RC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-WALK-PEAK TO WS-TERM-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "Chain length: " WS-STEPS " terms   peak term: "
             FUNCTION TRIM(WS-TERM-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           IF WS-PATH-START > WS-MEMO-BOUND
             OR WS-LEN-ENTRY(WS-PATH-START) = 0
             STRING "Cache: start not on the cache"
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             IF WS-LEN-ENTRY(WS-PATH-START) = WS-STEPS
               STRING "Cache: length " WS-LEN-ENTRY(WS-PATH-START)
                 " agrees with the walk"
                 DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               STRING "Cache: length " WS-LEN-ENTRY(WS-PATH-START)
                 " DISAGREES with the walk"
                 DELIMITED BY SIZE INTO RPT-LINE
               MOVE 8 TO WS-PATH-RC
             END-IF
           END-IF
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** Appends the current term to the path line, writing the
      ***** line out first when the term would not fit on it.
       P10-AddTerm.
           MOVE WS-WALK TO WS-TERM-EDIT
           IF WS-PATH-PTR > 64
             MOVE WS-PATH-LINE TO RPT-LINE
             PERFORM A97-WritePagedLine
             MOVE SPACES TO WS-PATH-LINE
             MOVE 1 TO WS-PATH-PTR
           END-IF
           IF WS-PATH-PTR > 1
             STRING " " DELIMITED BY SIZE
               INTO WS-PATH-LINE WITH POINTER WS-PATH-PTR
             END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-TERM-EDIT) DELIMITED BY SIZE
             INTO WS-PATH-LINE WITH POINTER WS-PATH-PTR
           END-STRING
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
       END PROGRAM CollatzRpt.
