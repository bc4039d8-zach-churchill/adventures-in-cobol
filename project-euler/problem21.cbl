       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Problem 21: Amicable Numbers
      *
      *    Let d(n) be the sum of the proper divisors of n (numbers
      *    less than n which divide evenly into n). If d(a) = b and
      *    d(b) = a, where a and b differ, then a and b are an
      *    amicable pair and each of them is an amicable number.
      *    Evaluate the sum of all the amicable numbers under 10000.
      *
      *    N is supplied on the command line:
      *        problem21 [N]
      *    and defaults to 10000; N runs 1-100000. Every amicable
      *    number below N counts, even when its partner is N or
      *    above (the report marks those pairs).
      *
      *    d(n) comes from the shared DivisorSum module (see
      *    divisorsum.cbl). Every d(n) the search works out is kept
      *    in a table and persisted to the shared divisor-sum cache
      *    project-euler/divisorsum.cache (the way Problem14
      *    persists problem14.cache), one record per number:
      *        columns  1-9   n
      *        columns 10-21  d(n)
      *    so a later run with a larger N - or any other program
      *    that needs d(n), such as an abundant-number search -
      *    reads earlier work back instead of dividing it out
      *    again. The table covers n up to 400000, which takes in
      *    every partner d(a) of an a below 100000; a d(n) outside
      *    it is computed but not kept.
      *
      *    The sum is the answer and goes back through
      *    WS-EULER-RESULT. The report lists each amicable pair,
      *    then the sum and the cache's counts. Follows the full
      *    suite convention: WS-EULER-RESULT for the driver,
      *    LedgerWriter, ReportFormat headers on the versioned
      *    report, a registry row, and regression cases in
      *    euler.expected.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress walks its cases that way) CANCELs it after
      *    taking that RETURN-CODE, so each CALL gets N and the counts
      *    back at their defaults each time; the table is reread from
      *    the cache file.
      *****************************************************************
       PROGRAM-ID. Problem21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CACHE-FILE ASSIGN TO "project-euler/divisorsum.cache"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CACHE-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CACHE-FILE.
       01 CACHE-RECORD.
           05 CACHE-NUMBER PIC 9(9).
           05 CACHE-SUM PIC 9(12).
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CACHE-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/problem21.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 EOF-CACHE-FILE PIC X VALUE 'N'.
       01 UPPER-N PIC 9(6) VALUE 10000.
       01 WS-MEMO-BOUND PIC 9(6) VALUE 400000.
       01 WS-DSUM-TBL.
           05 WS-DSUM-ENTRY PIC 9(9) OCCURS 400000 TIMES.
       01 WS-A PIC 9(6).
       01 WS-B PIC 9(15).
       01 WS-DS-NUMBER PIC 9(13).
       01 WS-DS-SUM PIC 9(15).
       01 WS-PAIR-COUNT PIC 9(4) VALUE 0.
       01 WS-AMICABLE-SUM PIC 9(12) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(6) VALUE 0.
       01 WS-COMPUTED-COUNT PIC 9(6) VALUE 0.
       01 WS-SAVED-COUNT PIC 9(6) VALUE 0.
       01 WS-CACHE-IDX PIC 9(6).
       01 WS-A-EDIT PIC Z(8)9.
       01 WS-B-EDIT PIC Z(8)9.
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem21".
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
           DISPLAY "N: " UPPER-N
           PERFORM B00-LoadCache
           PERFORM D00-OpenReport
           PERFORM VARYING WS-A FROM 2 BY 1 UNTIL WS-A >= UPPER-N
             PERFORM C00-CheckNumber
           END-PERFORM
           PERFORM B50-SaveCache
           MOVE WS-AMICABLE-SUM TO WS-EULER-RESULT
           DISPLAY "Sum of amicable numbers below " UPPER-N ": "
             WS-AMICABLE-SUM " (" WS-PAIR-COUNT " pairs)"
           PERFORM D90-CloseReport
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
      ***** Command-line value is staged through the shared EUPARM
      ***** table (see copybooks/EUPARM.cpy) before being converted
      ***** into UPPER-N. A linked caller can supply the value
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
           IF EUPARM-VALUE(1) NOT = SPACES
             MOVE EUPARM-VALUE(1) TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
             IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
               OR WS-PC-NUMBER > 100000
               DISPLAY "ABEND: N '"
                 FUNCTION TRIM(EUPARM-VALUE(1))
                 "' is not a whole number in 1-100000"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-PC-NUMBER TO UPPER-N
           END-IF
           .
      ***** A missing cache is not an error - the first run builds
      ***** it. An entry of zero in the table means d(n) is not yet
      ***** known; every n from 2 up has a d(n) of at least 1.
       B00-LoadCache.
           MOVE ZEROS TO WS-DSUM-TBL
           OPEN INPUT CACHE-FILE
           IF WS-CACHE-STATUS-CD NOT = "00"
             DISPLAY "No divisor-sum cache on file; it will be built"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-CACHE-FILE = 'Y'
             READ CACHE-FILE
               AT END MOVE 'Y' TO EOF-CACHE-FILE
               NOT AT END
                 IF CACHE-RECORD IS NUMERIC
                   AND CACHE-NUMBER > 1
                   AND CACHE-NUMBER <= WS-MEMO-BOUND
                   AND CACHE-SUM > 0
                   MOVE CACHE-SUM TO WS-DSUM-ENTRY(CACHE-NUMBER)
                   ADD 1 TO WS-LOADED-COUNT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CACHE-FILE
           DISPLAY "Divisor-sum cache loaded: " WS-LOADED-COUNT
             " entries"
           .
      ***** Rewritten whole, the way Problem14 saves its cache, but
      ***** only when this run added something to it.
       B50-SaveCache.
           IF WS-COMPUTED-COUNT = 0
             MOVE WS-LOADED-COUNT TO WS-SAVED-COUNT
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CACHE-FILE
           IF WS-CACHE-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot rewrite divisor-sum cache "
               "project-euler/divisorsum.cache (status "
               WS-CACHE-STATUS-CD ")"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SAVED-COUNT
           PERFORM VARYING WS-CACHE-IDX FROM 2 BY 1
             UNTIL WS-CACHE-IDX > WS-MEMO-BOUND
             IF WS-DSUM-ENTRY(WS-CACHE-IDX) > 0
               MOVE WS-CACHE-IDX TO CACHE-NUMBER
               MOVE WS-DSUM-ENTRY(WS-CACHE-IDX) TO CACHE-SUM
               WRITE CACHE-RECORD
               ADD 1 TO WS-SAVED-COUNT
             END-IF
           END-PERFORM
           CLOSE CACHE-FILE
           .
      ***** a is amicable when b = d(a) differs from a and d(b) comes
      ***** back to a. Each pair is reported once, from its smaller
      ***** member; a pair whose larger member is not below N is
      ***** still reported, marked, since its smaller member counts.
       C00-CheckNumber.
           MOVE WS-A TO WS-DS-NUMBER
           PERFORM C10-DivisorSumOf
           MOVE WS-DS-SUM TO WS-B
           IF WS-B = WS-A OR WS-B < 2
             EXIT PARAGRAPH
           END-IF
           MOVE WS-B TO WS-DS-NUMBER
           PERFORM C10-DivisorSumOf
           IF WS-DS-SUM NOT = WS-A
             EXIT PARAGRAPH
           END-IF
           ADD WS-A TO WS-AMICABLE-SUM
           IF WS-A > WS-B
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-A TO WS-A-EDIT
           MOVE WS-B TO WS-B-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-A-EDIT "  " WS-B-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           IF WS-B >= UPPER-N
             MOVE "(partner not below N)" TO RPT-LINE(24:21)
           END-IF
           PERFORM A97-WritePagedLine
           .
      ***** d(WS-DS-NUMBER) into WS-DS-SUM: from the table when it is
      ***** known, otherwise from DivisorSum, keeping the answer.
       C10-DivisorSumOf.
           IF WS-DS-NUMBER > 1 AND WS-DS-NUMBER <= WS-MEMO-BOUND
             IF WS-DSUM-ENTRY(WS-DS-NUMBER) > 0
               MOVE WS-DSUM-ENTRY(WS-DS-NUMBER) TO WS-DS-SUM
               EXIT PARAGRAPH
             END-IF
           END-IF
           CALL "DivisorSum" USING WS-DS-NUMBER WS-DS-SUM
           IF WS-DS-NUMBER > 1 AND WS-DS-NUMBER <= WS-MEMO-BOUND
             MOVE WS-DS-SUM TO WS-DSUM-ENTRY(WS-DS-NUMBER)
             ADD 1 TO WS-COMPUTED-COUNT
           END-IF
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
           MOVE "Problem21" TO EURPTFMT-PROGRAM
           MOVE "Amicable Numbers" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Amicable pairs with a member below N = " UPPER-N
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "        a          b = d(a)" TO RPT-LINE
           PERFORM A97-WritePagedLine
           .
       D90-CloseReport.
           MOVE SPACES TO RPT-LINE
           STRING "Pairs: " WS-PAIR-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Sum of amicable numbers below N: " WS-AMICABLE-SUM
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Divisor sums read from cache: " WS-LOADED-COUNT
             "  computed this run: " WS-COMPUTED-COUNT
             "  on file: " WS-SAVED-COUNT
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
       END PROGRAM Problem21.
