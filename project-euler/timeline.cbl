       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Nightly Cycle Timeline
      *
      *    UtilRpt buckets the window's elapsed time by hour and
      *    SlaWatch checks each step against its deadline, but
      *    neither shows the night as a sequence - what ran when,
      *    what waited on what, where the window sat idle. This
      *    report draws one night as a text Gantt chart: one row per
      *    step, a bar from the step's start to its end in ten-minute
      *    columns across the batch window, and a marker in the
      *    column of the step's SLA deadline (project-euler/
      *    euler.sla, the file SlaWatch reads).
      *
      *    A step is one program under one run ID, so a Problem
      *    program the regression CALLed and the same program the
      *    driver ran later are two rows. Steps come from two places:
      *        - the ledger: its stamp is the run's completion, and
      *          stamp minus elapsed is its start (the same walk back
      *          SlaWatch makes); repeated runs of a program under
      *          one run ID widen one bar
      *        - the consolidated driver report (latest version,
      *          resolved through report.catalog): its step lines
      *          carry measured start= and end= times, which replace
      *          the ledger's derived start for the same step and
      *          add any driver step the ledger has no line for
      *
      *    Under the chart:
      *        - gaps: stretches of at least TIMELINE-GAP-MIN minutes
      *          (euler.config, default 5) between the first start
      *          and the last finish when no step was running
      *        - overlaps: two steps running at once where neither
      *          contains the other (a Problem program running
      *          inside the span of the job that CALLed it is nested,
      *          not an overlap); each is also marked in the chart's
      *          GAP/OVERLAP row
      *        - the critical path: starting from the step that
      *          finished last, each step's predecessor is the step
      *          that finished latest before it started - the chain
      *          that set the night's finish time - with the wait
      *          between each link, and how the finish sits against
      *          the end of the window
      *    Nested steps are charted but kept out of the gap, overlap
      *    and critical-path analysis, which works on the outermost
      *    steps.
      *
      *    The window is TIMELINE-START to TIMELINE-END in
      *    euler.config (HHMM; defaults 2200 and 0600). A window
      *    whose start is later than its end crosses midnight and
      *    begins the evening before the night's date. At most ten
      *    hours (sixty columns) fit across the page.
      *
      *    Usage:
      *        timeline [yyyymmdd]
      *    the night ending on that date (as SlaWatch reads its
      *    report date), defaulting to today. Output goes to the
      *    console and project-euler/timeline.rpt, which RptPack
      *    binds into the morning pack.
      *****************************************************************
       PROGRAM-ID. TimeLine.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-FILE ASSIGN TO "project-euler/euler.sla"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SLA-STATUS-CD.
           SELECT LEDGER-FILE ASSIGN TO "project-euler/euler.ledger"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT CATALOG-FILE ASSIGN TO "project-euler/report.catalog"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS-CD.
           SELECT DRV-FILE ASSIGN TO DYNAMIC WS-DRV-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DRV-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO "project-euler/timeline.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD SLA-FILE.
       01 SLA-RECORD.
           05 SLA-PROGRAM PIC X(12).
           05 SLA-DEADLINE PIC 9(6).
           05 SLA-MAX-HSEC PIC 9(8).
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-BASE PIC X(60).
           05 CAT-VERSIONED PIC X(100).
       FD DRV-FILE.
       01 DRV-LINE PIC X(200).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-SLA-STATUS-CD PIC XX.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-CATALOG-STATUS-CD PIC XX.
       01 WS-DRV-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-FLAG PIC X.
       01 WS-DRV-NAME PIC X(100)
          VALUE "project-euler/eulerdriver.rpt".
       01 WS-NIGHT-DATE PIC 9(8).
       01 WS-ARG-VALUE PIC X(18).
       01 WS-CG-KEY PIC X(24).
       01 WS-CG-VALUE PIC X(56).
       01 WS-CG-FOUND PIC X(1).
      ***** The window: start and end as HHMM, the two dates it
      ***** touches, its length, and how many columns it draws.
       01 WS-WIN-START PIC 9(4) VALUE 2200.
       01 WS-WIN-START-X REDEFINES WS-WIN-START.
           05 WS-WIN-START-HH PIC 9(2).
           05 WS-WIN-START-MM PIC 9(2).
       01 WS-WIN-END PIC 9(4) VALUE 0600.
       01 WS-WIN-END-X REDEFINES WS-WIN-END.
           05 WS-WIN-END-HH PIC 9(2).
           05 WS-WIN-END-MM PIC 9(2).
       01 WS-WIN-DATE1 PIC 9(8).
       01 WS-WIN-DATE2 PIC 9(8).
       01 WS-WIN-START-HSEC PIC 9(9).
       01 WS-WIN-END-HSEC PIC 9(9).
       01 WS-WIN-LENGTH PIC S9(9).
       01 WS-COL-COUNT PIC 9(2).
       01 WS-COL-HSEC PIC 9(5) VALUE 60000.
       01 WS-GAP-MIN PIC 9(3) VALUE 5.
       01 WS-GAP-HSEC PIC 9(9).
       01 WS-TOLERANCE PIC 9(3) VALUE 100.
      ***** SLA deadlines.
       01 WS-SLA-COUNT PIC 9(2) VALUE 0.
       01 WS-SLA-TBL.
           05 WS-SLA-ENTRY OCCURS 30 TIMES.
               10 WS-SLA-PGM PIC X(12).
               10 WS-SLA-DUE PIC 9(6).
       01 WS-SLA-IDX PIC 9(2).
      ***** The night's steps.
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-DROPPED PIC 9(5) VALUE 0.
       01 WS-STEP-TBL.
           05 WS-STEP-ENTRY OCCURS 99 TIMES.
               10 WS-ST-PROGRAM PIC X(12).
               10 WS-ST-RUNID PIC X(17).
               10 WS-ST-ORIGIN PIC X(10).
               10 WS-ST-START PIC S9(9).
               10 WS-ST-END PIC S9(9).
               10 WS-ST-RUNS PIC 9(4).
               10 WS-ST-DRIVER PIC X(1).
               10 WS-ST-TOP PIC X(1).
               10 WS-ST-CRIT PIC X(1).
               10 WS-ST-HAS-DUE PIC X(1).
               10 WS-ST-DUE PIC S9(9).
       01 WS-ST-IDX PIC 9(2).
       01 WS-ST-IDX2 PIC 9(2).
       01 WS-ST-FOUND PIC 9(2).
       01 WS-ORDER-TBL.
           05 WS-ORDER PIC 9(2) OCCURS 99 TIMES.
       01 WS-ORD-IDX PIC 9(2).
       01 WS-ORD-IDX2 PIC 9(2).
       01 WS-ORD-HOLD PIC 9(2).
       01 WS-DUR-A PIC S9(9).
       01 WS-DUR-B PIC S9(9).
      ***** One parsed entry.
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-PARSE-ANS PIC X(60).
       01 WS-PARSE-ELAPSED PIC X(24).
       01 WS-PARSE-RUNID PIC X(24).
       01 WS-PARSE-USER PIC X(24).
       01 WS-PARSE-ORIGIN PIC X(24).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-STAMP-X REDEFINES WS-ENTRY-STAMP.
           05 WS-ENTRY-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-ENTRY-TIME PIC 9(8).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-RUNID PIC X(17).
       01 WS-ENTRY-ORIGIN PIC X(10).
       01 WS-ENTRY-ELAPSED PIC 9(8).
       01 WS-ENTRY-START PIC S9(9).
       01 WS-ENTRY-END PIC S9(9).
       01 WS-DRV-HEAD PIC X(200).
       01 WS-DRV-REST PIC X(200).
       01 WS-DRV-START-X PIC X(12).
       01 WS-DRV-END-X PIC X(12).
       01 WS-DRV-RUNID-X PIC X(24).
       01 WS-DRV-MARKS PIC 9(3).
       01 WS-DRV-STEPS PIC 9(4) VALUE 0.
       01 WS-RUNID-X.
           05 WS-RUNID-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 WS-RUNID-TIME PIC X(8).
      ***** Converting a date and HHMMSSHH time to an offset in
      ***** hundredths from the window start.
       01 WS-OFS-DATE PIC 9(8).
       01 WS-OFS-TIME PIC 9(8).
       01 WS-OFS-TIME-X REDEFINES WS-OFS-TIME.
           05 WS-OFS-HH PIC 9(2).
           05 WS-OFS-MM PIC 9(2).
           05 WS-OFS-SS PIC 9(2).
           05 WS-OFS-HS PIC 9(2).
       01 WS-OFS-RESULT PIC S9(9).
       01 WS-OFS-OK PIC X(1).
      ***** Converting an offset back to HH:MM and a duration to
      ***** HH:MM:SS for display.
       01 WS-SHOW-OFS PIC S9(9).
       01 WS-SHOW-ABS PIC 9(9).
       01 WS-SHOW-HH PIC 9(2).
       01 WS-SHOW-MM PIC 9(2).
       01 WS-SHOW-SS PIC 9(2).
       01 WS-SHOW-CLOCK PIC X(5).
       01 WS-SHOW-DUR PIC X(8).
       01 WS-CLOCK-A PIC X(5).
       01 WS-CLOCK-B PIC X(5).
      ***** Chart drawing.
       01 WS-BAR PIC X(60).
       01 WS-MARK-ROW PIC X(60).
       01 WS-COL PIC 9(2).
       01 WS-COL-FROM PIC 9(2).
       01 WS-COL-TO PIC 9(2).
       01 WS-COL-DUE PIC 9(2).
       01 WS-BAR-CHAR PIC X(1).
       01 WS-SPAN-FROM PIC S9(9).
       01 WS-SPAN-TO PIC S9(9).
       01 WS-COL-MINUTE PIC 9(5).
       01 WS-FLAG PIC X(1).
      ***** Analysis.
       01 WS-FIRST-START PIC S9(9).
       01 WS-LAST-END PIC S9(9).
       01 WS-REACH PIC S9(9).
       01 WS-REACH-IDX PIC 9(2).
       01 WS-GAP-COUNT PIC 9(3) VALUE 0.
       01 WS-OVERLAP-COUNT PIC 9(3) VALUE 0.
       01 WS-OVL-FROM PIC S9(9).
       01 WS-OVL-TO PIC S9(9).
       01 WS-CRIT-COUNT PIC 9(2) VALUE 0.
       01 WS-CRIT-TBL.
           05 WS-CRIT-STEP PIC 9(2) OCCURS 99 TIMES.
       01 WS-CRIT-IDX PIC 9(2).
       01 WS-CUR PIC 9(2).
       01 WS-PRED PIC 9(2).
       01 WS-BEST-END PIC S9(9).
       01 WS-WAIT PIC S9(9).
       01 WS-SPARE PIC S9(9).
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(130).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM A06-ReadConfig
           PERFORM A07-SetWindow
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               "project-euler/timeline.rpt (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           PERFORM B00-LoadTargets
           PERFORM B10-ScanLedger
           PERFORM B30-ScanDriverReport
           IF WS-STEP-COUNT = 0
             MOVE "No steps ran inside the window on file."
               TO RPT-LINE
             PERFORM C90-EmitLine
           ELSE
             PERFORM B50-AttachDeadlines
             PERFORM B60-SortSteps
             PERFORM B70-FindOutermost
             PERFORM D00-FindCriticalPath
             PERFORM C00-WriteChart
             PERFORM D20-ListGaps
             PERFORM D30-ListOverlaps
             PERFORM D40-ListCriticalPath
           END-IF
           PERFORM C80-WriteSummary
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM A99-ReportElapsedTime
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
      ***** console log shows when this run happened, the same
      ***** date/time convention the ledger uses.
       A01-StampRunDate.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
           .
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
             + (WS-END-HS - WS-RUN-HS)
           COMPUTE WS-ELAPSED-SEC = WS-ELAPSED-HSEC / 100
           COMPUTE WS-ELAPSED-REM = FUNCTION MOD(WS-ELAPSED-HSEC, 100)
           DISPLAY "Elapsed Time: " WS-ELAPSED-SEC "."
             WS-ELAPSED-REM " seconds"
           .
      ***** The night's date comes off the command line and
      ***** defaults to today.
       A05-GetParameters.
           MOVE WS-RUN-DATE TO WS-NIGHT-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
             IF WS-ARG-VALUE(1:8) IS NOT NUMERIC
               OR WS-ARG-VALUE(9:10) NOT = SPACES
               DISPLAY "ABEND: night date must be YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-ARG-VALUE(1:8) TO WS-NIGHT-DATE
           END-IF
           .
      ***** The window and the gap threshold can be tuned through
      ***** the central configuration file (see configget.cbl); a
      ***** missing or unusable setting leaves the compiled default.
       A06-ReadConfig.
           MOVE "TIMELINE-START" TO WS-CG-KEY
           CALL "ConfigGet" USING WS-CG-KEY WS-CG-VALUE WS-CG-FOUND
           IF WS-CG-FOUND = 'Y' AND WS-CG-VALUE(1:4) IS NUMERIC
             AND WS-CG-VALUE(1:2) < "24" AND WS-CG-VALUE(3:2) < "60"
             MOVE WS-CG-VALUE(1:4) TO WS-WIN-START
           END-IF
           MOVE "TIMELINE-END" TO WS-CG-KEY
           CALL "ConfigGet" USING WS-CG-KEY WS-CG-VALUE WS-CG-FOUND
           IF WS-CG-FOUND = 'Y' AND WS-CG-VALUE(1:4) IS NUMERIC
             AND WS-CG-VALUE(1:2) < "24" AND WS-CG-VALUE(3:2) < "60"
             MOVE WS-CG-VALUE(1:4) TO WS-WIN-END
           END-IF
           MOVE "TIMELINE-GAP-MIN" TO WS-CG-KEY
           CALL "ConfigGet" USING WS-CG-KEY WS-CG-VALUE WS-CG-FOUND
           IF WS-CG-FOUND = 'Y' AND WS-CG-VALUE NOT = SPACES
             COMPUTE WS-GAP-MIN = FUNCTION NUMVAL(WS-CG-VALUE)
           END-IF
           COMPUTE WS-GAP-HSEC = WS-GAP-MIN * 6000
           .
      ***** Places the window: a start later than the end crosses
      ***** midnight, so the window opens on the evening before the
      ***** night's date (DateCalc 'A', see datecalc.cbl).
       A07-SetWindow.
           COMPUTE WS-WIN-START-HSEC =
             WS-WIN-START-HH * 360000 + WS-WIN-START-MM * 6000
           COMPUTE WS-WIN-END-HSEC =
             WS-WIN-END-HH * 360000 + WS-WIN-END-MM * 6000
           MOVE WS-NIGHT-DATE TO WS-WIN-DATE2
           IF WS-WIN-START > WS-WIN-END
             MOVE 'A' TO EUDATE-MODE
             MOVE WS-NIGHT-DATE TO EUDATE-DATE1
             MOVE -1 TO EUDATE-DAYS
             CALL "DateCalc" USING EUDATE-PARMS
             IF EUDATE-OK = 'N'
               DISPLAY "ABEND: " WS-NIGHT-DATE
                 " is not a calendar date"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE EUDATE-RESULT TO WS-WIN-DATE1
             COMPUTE WS-WIN-LENGTH =
               8640000 - WS-WIN-START-HSEC + WS-WIN-END-HSEC
           ELSE
             MOVE WS-NIGHT-DATE TO WS-WIN-DATE1
             COMPUTE WS-WIN-LENGTH =
               WS-WIN-END-HSEC - WS-WIN-START-HSEC
           END-IF
           IF WS-WIN-LENGTH = 0 OR WS-WIN-LENGTH > 3600000
             DISPLAY "ABEND: window " WS-WIN-START "-" WS-WIN-END
               " must be more than nothing and at most ten hours"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           COMPUTE WS-COL-COUNT =
             (WS-WIN-LENGTH + WS-COL-HSEC - 1) / WS-COL-HSEC
           DISPLAY "Timeline for the night of " WS-NIGHT-DATE
             ": window " WS-WIN-DATE1 " " WS-WIN-START " to "
             WS-WIN-DATE2 " " WS-WIN-END
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl).
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "TimeLine" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Nightly Cycle Timeline - " WS-NIGHT-DATE
             DELIMITED BY SIZE INTO EURPTFMT-TITLE
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
      ***** Writes one detail line through the shared formatter's
      ***** page accounting (see reportformat.cbl).
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
      ***** The SLA deadlines, read the way SlaWatch reads them.
       B00-LoadTargets.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT SLA-FILE
           IF WS-SLA-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ SLA-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF SLA-PROGRAM NOT = SPACES
                   AND SLA-RECORD(13:14) IS NUMERIC
                   AND WS-SLA-COUNT < 30
                   ADD 1 TO WS-SLA-COUNT
                   MOVE SLA-PROGRAM TO WS-SLA-PGM(WS-SLA-COUNT)
                   MOVE SLA-DEADLINE TO WS-SLA-DUE(WS-SLA-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SLA-FILE
           .
       B10-ScanLedger.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             MOVE "No ledger on file." TO RPT-LINE
             PERFORM C90-EmitLine
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ LEDGER-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 PERFORM B20-TakeLedgerEntry
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
      ***** Ledger lines split on "answer=" and the double-space
      ***** separators, the same parse ledgermerge.cbl uses. The
      ***** stamp is the completion; elapsed walks it back to the
      ***** start. An entry wholly outside the window is left out.
       B20-TakeLedgerEntry.
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           MOVE SPACES TO WS-PARSE-ANS
           MOVE SPACES TO WS-PARSE-ELAPSED
           MOVE SPACES TO WS-PARSE-RUNID
           MOVE SPACES TO WS-PARSE-USER
           MOVE SPACES TO WS-PARSE-ORIGIN
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-ENTRY-STAMP
           MOVE SPACES TO WS-ENTRY-PARMS
           UNSTRING LEDGER-LINE DELIMITED BY "answer="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
           UNSTRING WS-PARSE-TAIL DELIMITED BY "  "
             INTO WS-PARSE-ANS WS-PARSE-ELAPSED WS-PARSE-RUNID
               WS-PARSE-USER WS-PARSE-ORIGIN
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-ENTRY-STAMP(10:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ENTRY-ELAPSED
           IF WS-PARSE-ELAPSED(1:8) = "elapsed="
             AND WS-PARSE-ELAPSED(9:8) IS NUMERIC
             MOVE WS-PARSE-ELAPSED(9:8) TO WS-ENTRY-ELAPSED
           END-IF
           MOVE SPACES TO WS-ENTRY-RUNID
           IF WS-PARSE-RUNID(1:6) = "runid="
             MOVE WS-PARSE-RUNID(7:17) TO WS-ENTRY-RUNID
           END-IF
           MOVE "STANDALONE" TO WS-ENTRY-ORIGIN
           IF WS-PARSE-ORIGIN(1:7) = "origin="
             MOVE WS-PARSE-ORIGIN(8:10) TO WS-ENTRY-ORIGIN
           END-IF
           MOVE WS-ENTRY-DATE TO WS-OFS-DATE
           MOVE WS-ENTRY-TIME TO WS-OFS-TIME
           PERFORM E00-OffsetOf
           IF WS-OFS-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-OFS-RESULT TO WS-ENTRY-END
           COMPUTE WS-ENTRY-START = WS-ENTRY-END - WS-ENTRY-ELAPSED
           IF WS-ENTRY-END < 0 OR WS-ENTRY-START >= WS-WIN-LENGTH
             EXIT PARAGRAPH
           END-IF
           PERFORM B40-FindStep
           IF WS-ST-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ST-RUNS(WS-ST-FOUND)
           IF WS-ST-DRIVER(WS-ST-FOUND) = 'N'
             AND WS-ENTRY-START < WS-ST-START(WS-ST-FOUND)
             MOVE WS-ENTRY-START TO WS-ST-START(WS-ST-FOUND)
           END-IF
           IF WS-ENTRY-END > WS-ST-END(WS-ST-FOUND)
             MOVE WS-ENTRY-END TO WS-ST-END(WS-ST-FOUND)
           END-IF
           .
      ***** The consolidated driver report, latest version through
      ***** the report catalog the way RptPack resolves it. Step
      ***** lines are the ones carrying start= and end= (see
      ***** eulerdriver.cbl C00-WriteStepLine); the run ID on the
      ***** line dates the start, and an end earlier than the start
      ***** fell after midnight.
       B30-ScanDriverReport.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS-CD = "00"
             PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
               READ CATALOG-FILE
                 AT END MOVE 'Y' TO EOF-FLAG
                 NOT AT END
                   IF CAT-BASE = "project-euler/eulerdriver.rpt"
                     MOVE CAT-VERSIONED TO WS-DRV-NAME
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CATALOG-FILE
           END-IF
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT DRV-FILE
           IF WS-DRV-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ DRV-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 MOVE 0 TO WS-DRV-MARKS
                 INSPECT DRV-LINE TALLYING WS-DRV-MARKS
                   FOR ALL "   start=" ALL "   end=" ALL "   runid="
                 IF WS-DRV-MARKS = 3
                   PERFORM B35-TakeDriverStep
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DRV-FILE
           .
       B35-TakeDriverStep.
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-DRV-HEAD
           MOVE SPACES TO WS-DRV-REST
           MOVE SPACES TO WS-DRV-START-X
           MOVE SPACES TO WS-DRV-END-X
           MOVE SPACES TO WS-DRV-RUNID-X
           UNSTRING DRV-LINE DELIMITED BY ":"
             INTO WS-ENTRY-PROGRAM
           UNSTRING DRV-LINE DELIMITED BY "   start="
             INTO WS-DRV-HEAD WS-DRV-REST
           UNSTRING WS-DRV-REST DELIMITED BY "   end=" OR "   runid="
             INTO WS-DRV-START-X WS-DRV-END-X WS-DRV-RUNID-X
           MOVE WS-DRV-RUNID-X(1:17) TO WS-RUNID-X
           IF WS-DRV-START-X(1:8) IS NOT NUMERIC
             OR WS-DRV-END-X(1:8) IS NOT NUMERIC
             OR WS-RUNID-DATE IS NOT NUMERIC
             OR WS-RUNID-TIME IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-DRV-RUNID-X(1:17) TO WS-ENTRY-RUNID
           MOVE "DRIVER" TO WS-ENTRY-ORIGIN
           ADD 1 TO WS-DRV-STEPS
      *    The step started on the run ID's date unless its start
      *    time is earlier than the run ID's, which puts it past
      *    midnight.
           MOVE WS-RUNID-DATE TO WS-OFS-DATE
           IF WS-DRV-START-X(1:8) < WS-RUNID-TIME
             MOVE 'A' TO EUDATE-MODE
             MOVE WS-OFS-DATE TO EUDATE-DATE1
             MOVE 1 TO EUDATE-DAYS
             CALL "DateCalc" USING EUDATE-PARMS
             MOVE EUDATE-RESULT TO WS-OFS-DATE
           END-IF
           MOVE WS-DRV-START-X(1:8) TO WS-OFS-TIME
           PERFORM E00-OffsetOf
           IF WS-OFS-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-OFS-RESULT TO WS-ENTRY-START
           IF WS-DRV-END-X(1:8) < WS-DRV-START-X(1:8)
             MOVE 'A' TO EUDATE-MODE
             MOVE WS-OFS-DATE TO EUDATE-DATE1
             MOVE 1 TO EUDATE-DAYS
             CALL "DateCalc" USING EUDATE-PARMS
             MOVE EUDATE-RESULT TO WS-OFS-DATE
           END-IF
           MOVE WS-DRV-END-X(1:8) TO WS-OFS-TIME
           PERFORM E00-OffsetOf
           IF WS-OFS-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-OFS-RESULT TO WS-ENTRY-END
           IF WS-ENTRY-END < 0 OR WS-ENTRY-START >= WS-WIN-LENGTH
             EXIT PARAGRAPH
           END-IF
           PERFORM B40-FindStep
           IF WS-ST-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-ST-RUNS(WS-ST-FOUND) = 0
             MOVE 1 TO WS-ST-RUNS(WS-ST-FOUND)
           END-IF
           MOVE 'Y' TO WS-ST-DRIVER(WS-ST-FOUND)
           MOVE WS-ENTRY-START TO WS-ST-START(WS-ST-FOUND)
           IF WS-ENTRY-END > WS-ST-END(WS-ST-FOUND)
             MOVE WS-ENTRY-END TO WS-ST-END(WS-ST-FOUND)
           END-IF
           .
      ***** The step for WS-ENTRY-PROGRAM under WS-ENTRY-RUNID,
      ***** added when it is new; WS-ST-FOUND is 0 when the table is
      ***** full and the entry is counted as dropped.
       B40-FindStep.
           MOVE 0 TO WS-ST-FOUND
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
             UNTIL WS-ST-IDX > WS-STEP-COUNT
             IF WS-ST-PROGRAM(WS-ST-IDX) = WS-ENTRY-PROGRAM
               AND WS-ST-RUNID(WS-ST-IDX) = WS-ENTRY-RUNID
               MOVE WS-ST-IDX TO WS-ST-FOUND
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-STEP-COUNT >= 99
             ADD 1 TO WS-STEP-DROPPED
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-ST-FOUND
           INITIALIZE WS-STEP-ENTRY(WS-ST-FOUND)
           MOVE WS-ENTRY-PROGRAM TO WS-ST-PROGRAM(WS-ST-FOUND)
           MOVE WS-ENTRY-RUNID TO WS-ST-RUNID(WS-ST-FOUND)
           MOVE WS-ENTRY-ORIGIN TO WS-ST-ORIGIN(WS-ST-FOUND)
           MOVE WS-ENTRY-START TO WS-ST-START(WS-ST-FOUND)
           MOVE WS-ENTRY-END TO WS-ST-END(WS-ST-FOUND)
           MOVE 'N' TO WS-ST-DRIVER(WS-ST-FOUND)
           MOVE 'Y' TO WS-ST-TOP(WS-ST-FOUND)
           MOVE 'N' TO WS-ST-CRIT(WS-ST-FOUND)
           MOVE 'N' TO WS-ST-HAS-DUE(WS-ST-FOUND)
           .
      ***** A deadline of HHMMSS falls on the window's first date
      ***** when the window crosses midnight and the deadline is at
      ***** or after the window start, otherwise on the night's date.
       B50-AttachDeadlines.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
             UNTIL WS-ST-IDX > WS-STEP-COUNT
             PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
               UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-SLA-PGM(WS-SLA-IDX) = WS-ST-PROGRAM(WS-ST-IDX)
                 AND WS-SLA-DUE(WS-SLA-IDX) > 0
                 MOVE WS-WIN-DATE2 TO WS-OFS-DATE
                 IF WS-WIN-DATE1 NOT = WS-WIN-DATE2
                   AND WS-SLA-DUE(WS-SLA-IDX) >= WS-WIN-START * 100
                   MOVE WS-WIN-DATE1 TO WS-OFS-DATE
                 END-IF
                 COMPUTE WS-OFS-TIME = WS-SLA-DUE(WS-SLA-IDX) * 100
                 PERFORM E00-OffsetOf
                 IF WS-OFS-OK = 'Y'
                   MOVE 'Y' TO WS-ST-HAS-DUE(WS-ST-IDX)
                   MOVE WS-OFS-RESULT TO WS-ST-DUE(WS-ST-IDX)
                 END-IF
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ***** Chart order is by start, then by the longer step first,
      ***** so a job's row comes ahead of the steps it CALLed.
       B60-SortSteps.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-STEP-COUNT
             MOVE WS-ORD-IDX TO WS-ORDER(WS-ORD-IDX)
           END-PERFORM
           PERFORM VARYING WS-ORD-IDX FROM 2 BY 1
             UNTIL WS-ORD-IDX > WS-STEP-COUNT
             MOVE WS-ORDER(WS-ORD-IDX) TO WS-ORD-HOLD
             MOVE WS-ORD-IDX TO WS-ORD-IDX2
             PERFORM B65-ShiftForInsert
             MOVE WS-ORD-HOLD TO WS-ORDER(WS-ORD-IDX2)
           END-PERFORM
           .
       B65-ShiftForInsert.
           PERFORM UNTIL WS-ORD-IDX2 = 1
             MOVE WS-ORDER(WS-ORD-IDX2 - 1) TO WS-ST-IDX
             COMPUTE WS-DUR-A = WS-ST-END(WS-ST-IDX)
               - WS-ST-START(WS-ST-IDX)
             COMPUTE WS-DUR-B = WS-ST-END(WS-ORD-HOLD)
               - WS-ST-START(WS-ORD-HOLD)
             IF WS-ST-START(WS-ST-IDX) < WS-ST-START(WS-ORD-HOLD)
               EXIT PERFORM
             END-IF
             IF WS-ST-START(WS-ST-IDX) = WS-ST-START(WS-ORD-HOLD)
               AND WS-DUR-A >= WS-DUR-B
               EXIT PERFORM
             END-IF
             MOVE WS-ST-IDX TO WS-ORDER(WS-ORD-IDX2)
             SUBTRACT 1 FROM WS-ORD-IDX2
           END-PERFORM
           .
      ***** A step lying inside an earlier-sorted step's span (to
      ***** within a second either end) is nested in it - a Problem
      ***** program inside the job that CALLed it - and is left out
      ***** of the gap, overlap and critical-path analysis.
       B70-FindOutermost.
           PERFORM VARYING WS-ORD-IDX FROM 2 BY 1
             UNTIL WS-ORD-IDX > WS-STEP-COUNT
             MOVE WS-ORDER(WS-ORD-IDX) TO WS-ST-IDX
             PERFORM VARYING WS-ORD-IDX2 FROM 1 BY 1
               UNTIL WS-ORD-IDX2 >= WS-ORD-IDX
               MOVE WS-ORDER(WS-ORD-IDX2) TO WS-ST-IDX2
               IF WS-ST-START(WS-ST-IDX2)
                   <= WS-ST-START(WS-ST-IDX) + WS-TOLERANCE
                 AND WS-ST-END(WS-ST-IDX)
                   <= WS-ST-END(WS-ST-IDX2) + WS-TOLERANCE
                 AND WS-ST-END(WS-ST-IDX2) - WS-ST-START(WS-ST-IDX2)
                   > WS-TOLERANCE
                 MOVE 'N' TO WS-ST-TOP(WS-ST-IDX)
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ***** Walks back from the outermost step that finished last:
      ***** each link's predecessor is the outermost step that
      ***** finished latest at or before the link started.
       D00-FindCriticalPath.
           MOVE 0 TO WS-CUR
           MOVE -999999999 TO WS-BEST-END
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
             UNTIL WS-ST-IDX > WS-STEP-COUNT
             IF WS-ST-TOP(WS-ST-IDX) = 'Y'
               AND WS-ST-END(WS-ST-IDX) > WS-BEST-END
               MOVE WS-ST-IDX TO WS-CUR
               MOVE WS-ST-END(WS-ST-IDX) TO WS-BEST-END
             END-IF
           END-PERFORM
           MOVE 0 TO WS-CRIT-COUNT
           PERFORM UNTIL WS-CUR = 0 OR WS-CRIT-COUNT >= 99
             ADD 1 TO WS-CRIT-COUNT
             MOVE WS-CUR TO WS-CRIT-STEP(WS-CRIT-COUNT)
             MOVE 'Y' TO WS-ST-CRIT(WS-CUR)
             MOVE 0 TO WS-PRED
             MOVE -999999999 TO WS-BEST-END
             PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-COUNT
               IF WS-ST-TOP(WS-ST-IDX) = 'Y'
                 AND WS-ST-CRIT(WS-ST-IDX) = 'N'
                 AND WS-ST-END(WS-ST-IDX)
                   <= WS-ST-START(WS-CUR) + WS-TOLERANCE
                 AND WS-ST-END(WS-ST-IDX) > WS-BEST-END
                 MOVE WS-ST-IDX TO WS-PRED
                 MOVE WS-ST-END(WS-ST-IDX) TO WS-BEST-END
               END-IF
             END-PERFORM
             MOVE WS-PRED TO WS-CUR
           END-PERFORM
           .
      ***** The chart: an hour scale, one row per step in start
      ***** order, and the GAP/OVERLAP row under them.
       C00-WriteChart.
           MOVE SPACES TO RPT-LINE
           STRING "Window " WS-WIN-DATE1 " " WS-WIN-START-HH ":"
             WS-WIN-START-MM " to " WS-WIN-DATE2 " " WS-WIN-END-HH
             ":" WS-WIN-END-MM ", one column per ten minutes"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE "  = ran   # ran, on the critical path   "
             TO RPT-LINE
           MOVE "| SLA deadline   ! deadline passed while running "
             TO RPT-LINE(42:50)
           PERFORM C90-EmitLine
           MOVE "  < > ran past the window edge   * critical path"
             TO RPT-LINE
           MOVE "   G gap   O overlap" TO RPT-LINE(49:20)
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           PERFORM C05-WriteScale
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-STEP-COUNT
             MOVE WS-ORDER(WS-ORD-IDX) TO WS-ST-IDX
             PERFORM C10-WriteStepRow
           END-PERFORM
           PERFORM C20-WriteMarkRow
           PERFORM C05-WriteScale
           .
      ***** Hour labels over the columns where an hour begins.
       C05-WriteScale.
           MOVE SPACES TO RPT-LINE
           MOVE SPACES TO WS-BAR
           MOVE SPACES TO WS-MARK-ROW
           PERFORM VARYING WS-COL FROM 1 BY 1
             UNTIL WS-COL > WS-COL-COUNT
             COMPUTE WS-COL-MINUTE = FUNCTION MOD(
               WS-WIN-START-HH * 60 + WS-WIN-START-MM
               + (WS-COL - 1) * 10, 1440)
             MOVE "-" TO WS-MARK-ROW(WS-COL:1)
             IF FUNCTION MOD(WS-COL-MINUTE, 60) = 0
               MOVE "+" TO WS-MARK-ROW(WS-COL:1)
               COMPUTE WS-SHOW-HH = WS-COL-MINUTE / 60
               IF WS-COL < WS-COL-COUNT
                 MOVE WS-SHOW-HH TO WS-BAR(WS-COL:2)
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-BAR(1:WS-COL-COUNT) TO RPT-LINE(26:WS-COL-COUNT)
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           MOVE "|" TO RPT-LINE(25:1)
           MOVE WS-MARK-ROW(1:WS-COL-COUNT)
             TO RPT-LINE(26:WS-COL-COUNT)
           MOVE "|" TO RPT-LINE(26 + WS-COL-COUNT:1)
           PERFORM C90-EmitLine
           .
       C10-WriteStepRow.
           MOVE SPACES TO WS-BAR
           MOVE "=" TO WS-BAR-CHAR
           MOVE " " TO WS-FLAG
           IF WS-ST-CRIT(WS-ST-IDX) = 'Y'
             MOVE "#" TO WS-BAR-CHAR
             MOVE "*" TO WS-FLAG
           END-IF
           MOVE WS-ST-START(WS-ST-IDX) TO WS-SPAN-FROM
           MOVE WS-ST-END(WS-ST-IDX) TO WS-SPAN-TO
           PERFORM E20-ColumnsOfSpan
           PERFORM VARYING WS-COL FROM WS-COL-FROM BY 1
             UNTIL WS-COL > WS-COL-TO
             MOVE WS-BAR-CHAR TO WS-BAR(WS-COL:1)
           END-PERFORM
           IF WS-ST-START(WS-ST-IDX) < 0
             MOVE "<" TO WS-BAR(1:1)
           END-IF
           IF WS-ST-END(WS-ST-IDX) > WS-WIN-LENGTH
             MOVE ">" TO WS-BAR(WS-COL-COUNT:1)
           END-IF
           IF WS-ST-HAS-DUE(WS-ST-IDX) = 'Y'
             AND WS-ST-DUE(WS-ST-IDX) >= 0
             AND WS-ST-DUE(WS-ST-IDX) < WS-WIN-LENGTH
             COMPUTE WS-COL-DUE =
               WS-ST-DUE(WS-ST-IDX) / WS-COL-HSEC + 1
             IF WS-ST-END(WS-ST-IDX) > WS-ST-DUE(WS-ST-IDX)
               MOVE "!" TO WS-BAR(WS-COL-DUE:1)
             ELSE
               MOVE "|" TO WS-BAR(WS-COL-DUE:1)
             END-IF
           END-IF
           MOVE WS-ST-START(WS-ST-IDX) TO WS-SHOW-OFS
           PERFORM E30-ClockOf
           MOVE WS-SHOW-CLOCK TO WS-CLOCK-A
           MOVE WS-ST-END(WS-ST-IDX) TO WS-SHOW-OFS
           PERFORM E30-ClockOf
           MOVE WS-SHOW-CLOCK TO WS-CLOCK-B
           COMPUTE WS-SHOW-OFS =
             WS-ST-END(WS-ST-IDX) - WS-ST-START(WS-ST-IDX)
           PERFORM E35-DurationOf
           MOVE SPACES TO RPT-LINE
           MOVE WS-FLAG TO RPT-LINE(1:1)
           MOVE WS-ST-PROGRAM(WS-ST-IDX) TO RPT-LINE(2:12)
           MOVE WS-ST-ORIGIN(WS-ST-IDX)(1:10) TO RPT-LINE(14:10)
           MOVE "|" TO RPT-LINE(25:1)
           MOVE WS-BAR(1:WS-COL-COUNT) TO RPT-LINE(26:WS-COL-COUNT)
           MOVE "|" TO RPT-LINE(26 + WS-COL-COUNT:1)
           STRING WS-CLOCK-A "-" WS-CLOCK-B "  " WS-SHOW-DUR
             DELIMITED BY SIZE
             INTO RPT-LINE(29 + WS-COL-COUNT:25)
           IF WS-ST-RUNS(WS-ST-IDX) > 1
             MOVE WS-ST-RUNS(WS-ST-IDX) TO WS-COUNT-EDIT
             STRING "  " FUNCTION TRIM(WS-COUNT-EDIT) " runs"
               DELIMITED BY SIZE
               INTO RPT-LINE(50 + WS-COL-COUNT:12)
           END-IF
           PERFORM C90-EmitLine
           .
      ***** The GAP/OVERLAP row; the marks are set as the gaps and
      ***** overlaps are found, so both lists are walked here first
      ***** with their report lines held back.
       C20-WriteMarkRow.
           MOVE SPACES TO WS-MARK-ROW
           MOVE 'N' TO WS-FLAG
           PERFORM D10-WalkGapsAndOverlaps
           MOVE SPACES TO RPT-LINE
           MOVE "GAP/OVERLAP" TO RPT-LINE(2:11)
           MOVE "|" TO RPT-LINE(25:1)
           MOVE WS-MARK-ROW(1:WS-COL-COUNT)
             TO RPT-LINE(26:WS-COL-COUNT)
           MOVE "|" TO RPT-LINE(26 + WS-COL-COUNT:1)
           PERFORM C90-EmitLine
           .
      ***** Gaps and overlaps among the outermost steps. A gap is a
      ***** stretch where none was running: the reach (the latest
      ***** end so far, in start order) falls short of the next
      ***** start by at least the gap threshold. An overlap is a
      ***** later-starting outermost step beginning more than a
      ***** second before an earlier one ends. With WS-FLAG 'N' this
      ***** only marks the chart row; with 'Y' it writes the lines.
       D10-WalkGapsAndOverlaps.
           MOVE 0 TO WS-REACH-IDX
           MOVE 0 TO WS-GAP-COUNT
           MOVE 0 TO WS-OVERLAP-COUNT
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-STEP-COUNT
             MOVE WS-ORDER(WS-ORD-IDX) TO WS-ST-IDX
             IF WS-ST-TOP(WS-ST-IDX) = 'Y'
               IF WS-REACH-IDX > 0
                 AND WS-ST-START(WS-ST-IDX) - WS-REACH
                   >= WS-GAP-HSEC
                 PERFORM D15-TakeGap
               END-IF
               PERFORM VARYING WS-ORD-IDX2 FROM 1 BY 1
                 UNTIL WS-ORD-IDX2 >= WS-ORD-IDX
                 MOVE WS-ORDER(WS-ORD-IDX2) TO WS-ST-IDX2
                 IF WS-ST-TOP(WS-ST-IDX2) = 'Y'
                   AND WS-ST-START(WS-ST-IDX) + WS-TOLERANCE
                     < WS-ST-END(WS-ST-IDX2)
                   PERFORM D16-TakeOverlap
                 END-IF
               END-PERFORM
               IF WS-REACH-IDX = 0
                 OR WS-ST-END(WS-ST-IDX) > WS-REACH
                 MOVE WS-ST-END(WS-ST-IDX) TO WS-REACH
                 MOVE WS-ST-IDX TO WS-REACH-IDX
               END-IF
             END-IF
           END-PERFORM
           .
       D15-TakeGap.
           ADD 1 TO WS-GAP-COUNT
           MOVE WS-REACH TO WS-SPAN-FROM
           MOVE WS-ST-START(WS-ST-IDX) TO WS-SPAN-TO
           IF WS-FLAG = 'N'
             MOVE "G" TO WS-BAR-CHAR
             PERFORM E25-MarkSpan
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SPAN-FROM TO WS-SHOW-OFS
           PERFORM E30-ClockOf
           MOVE WS-SHOW-CLOCK TO WS-CLOCK-A
           MOVE WS-SPAN-TO TO WS-SHOW-OFS
           PERFORM E30-ClockOf
           MOVE WS-SHOW-CLOCK TO WS-CLOCK-B
           COMPUTE WS-SHOW-OFS = WS-SPAN-TO - WS-SPAN-FROM
           PERFORM E35-DurationOf
           MOVE SPACES TO RPT-LINE
           STRING "  GAP      " WS-CLOCK-A "-" WS-CLOCK-B "  "
             WS-SHOW-DUR " idle after "
             FUNCTION TRIM(WS-ST-PROGRAM(WS-REACH-IDX)) " ("
             FUNCTION TRIM(WS-ST-ORIGIN(WS-REACH-IDX))
             "), before "
             FUNCTION TRIM(WS-ST-PROGRAM(WS-ST-IDX)) " ("
             FUNCTION TRIM(WS-ST-ORIGIN(WS-ST-IDX)) ")"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
       D16-TakeOverlap.
           ADD 1 TO WS-OVERLAP-COUNT
           MOVE WS-ST-START(WS-ST-IDX) TO WS-OVL-FROM
           MOVE WS-ST-END(WS-ST-IDX) TO WS-OVL-TO
           IF WS-ST-END(WS-ST-IDX2) < WS-OVL-TO
             MOVE WS-ST-END(WS-ST-IDX2) TO WS-OVL-TO
           END-IF
           MOVE WS-OVL-FROM TO WS-SPAN-FROM
           MOVE WS-OVL-TO TO WS-SPAN-TO
           IF WS-FLAG = 'N'
             MOVE "O" TO WS-BAR-CHAR
             PERFORM E25-MarkSpan
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SPAN-FROM TO WS-SHOW-OFS
           PERFORM E30-ClockOf
           MOVE WS-SHOW-CLOCK TO WS-CLOCK-A
           MOVE WS-SPAN-TO TO WS-SHOW-OFS
           PERFORM E30-ClockOf
           MOVE WS-SHOW-CLOCK TO WS-CLOCK-B
           COMPUTE WS-SHOW-OFS = WS-SPAN-TO - WS-SPAN-FROM
           PERFORM E35-DurationOf
           MOVE SPACES TO RPT-LINE
           STRING "  OVERLAP  " WS-CLOCK-A "-" WS-CLOCK-B "  "
             WS-SHOW-DUR " "
             FUNCTION TRIM(WS-ST-PROGRAM(WS-ST-IDX2)) " ("
             FUNCTION TRIM(WS-ST-ORIGIN(WS-ST-IDX2))
             ") still running when "
             FUNCTION TRIM(WS-ST-PROGRAM(WS-ST-IDX)) " ("
             FUNCTION TRIM(WS-ST-ORIGIN(WS-ST-IDX)) ") started"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
       D20-ListGaps.
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "-- Gaps and overlaps (gaps of " WS-GAP-MIN
             " minutes or more) --"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE 'Y' TO WS-FLAG
           PERFORM D10-WalkGapsAndOverlaps
           IF WS-GAP-COUNT = 0 AND WS-OVERLAP-COUNT = 0
             MOVE "  none" TO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           .
      ***** The overlap lines were written with the gaps, in time
      ***** order; this only closes the section with the counts.
       D30-ListOverlaps.
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-GAP-COUNT " gaps, " WS-OVERLAP-COUNT
             " overlaps"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
      ***** The critical path in time order, each link with the wait
      ***** since its predecessor finished, and the finish against
      ***** the end of the window.
       D40-ListCriticalPath.
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE "-- Critical path (the chain that set the finish) --"
             TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE 0 TO WS-PRED
           PERFORM VARYING WS-CRIT-IDX FROM WS-CRIT-COUNT BY -1
             UNTIL WS-CRIT-IDX < 1
             MOVE WS-CRIT-STEP(WS-CRIT-IDX) TO WS-CUR
             MOVE WS-ST-START(WS-CUR) TO WS-SHOW-OFS
             PERFORM E30-ClockOf
             MOVE WS-SHOW-CLOCK TO WS-CLOCK-A
             MOVE WS-ST-END(WS-CUR) TO WS-SHOW-OFS
             PERFORM E30-ClockOf
             MOVE WS-SHOW-CLOCK TO WS-CLOCK-B
             COMPUTE WS-SHOW-OFS =
               WS-ST-END(WS-CUR) - WS-ST-START(WS-CUR)
             PERFORM E35-DurationOf
             MOVE SPACES TO RPT-LINE
             STRING "  " WS-ST-PROGRAM(WS-CUR) " "
               WS-ST-ORIGIN(WS-CUR) " " WS-CLOCK-A "-" WS-CLOCK-B
               "  ran " WS-SHOW-DUR
               DELIMITED BY SIZE INTO RPT-LINE
             IF WS-PRED > 0
               COMPUTE WS-SHOW-OFS =
                 WS-ST-START(WS-CUR) - WS-ST-END(WS-PRED)
               IF WS-SHOW-OFS < 0
                 MOVE 0 TO WS-SHOW-OFS
               END-IF
               PERFORM E35-DurationOf
               MOVE SPACES TO RPT-LINE(70:60)
               STRING "  waited " WS-SHOW-DUR
                 DELIMITED BY SIZE INTO RPT-LINE(70:60)
             END-IF
             PERFORM C90-EmitLine
             MOVE WS-CUR TO WS-PRED
           END-PERFORM
           MOVE WS-CRIT-STEP(1) TO WS-CUR
           MOVE WS-ST-END(WS-CUR) TO WS-SHOW-OFS
           PERFORM E30-ClockOf
           MOVE WS-SHOW-CLOCK TO WS-CLOCK-B
           COMPUTE WS-SPARE = WS-WIN-LENGTH - WS-ST-END(WS-CUR)
           MOVE SPACES TO RPT-LINE
           IF WS-SPARE >= 0
             MOVE WS-SPARE TO WS-SHOW-OFS
             PERFORM E35-DurationOf
             STRING "  Night finished " WS-CLOCK-B ", "
               WS-SHOW-DUR " inside the window"
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             COMPUTE WS-SHOW-OFS = 0 - WS-SPARE
             PERFORM E35-DurationOf
             STRING "  Night finished " WS-CLOCK-B ", "
               WS-SHOW-DUR " past the end of the window"
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM C90-EmitLine
           .
       C80-WriteSummary.
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Steps charted: " WS-STEP-COUNT
             "  driver step lines read: " WS-DRV-STEPS
             "  from " FUNCTION TRIM(WS-DRV-NAME)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           IF WS-STEP-DROPPED > 0
             MOVE SPACES TO RPT-LINE
             STRING "WARNING: " WS-STEP-DROPPED
               " entries past the 99-step chart were left out"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           .
       C90-EmitLine.
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE TRAILING)
           .
      ***** WS-OFS-DATE and WS-OFS-TIME (HHMMSSHH) as hundredths
      ***** from the window start; WS-OFS-OK is 'N' for a date the
      ***** window does not touch.
       E00-OffsetOf.
           MOVE 'Y' TO WS-OFS-OK
           COMPUTE WS-OFS-RESULT =
             WS-OFS-HH * 360000 + WS-OFS-MM * 6000
             + WS-OFS-SS * 100 + WS-OFS-HS - WS-WIN-START-HSEC
           EVALUATE TRUE
             WHEN WS-OFS-DATE = WS-WIN-DATE1
               CONTINUE
             WHEN WS-OFS-DATE = WS-WIN-DATE2
               ADD 8640000 TO WS-OFS-RESULT
             WHEN OTHER
               MOVE 'N' TO WS-OFS-OK
           END-EVALUATE
           .
      ***** The columns WS-SPAN-FROM to WS-SPAN-TO covers, clipped
      ***** to the window; a span of any length covers at least the
      ***** column it starts in.
       E20-ColumnsOfSpan.
           IF WS-SPAN-FROM < 0
             MOVE 1 TO WS-COL-FROM
           ELSE
             COMPUTE WS-COL-FROM = WS-SPAN-FROM / WS-COL-HSEC + 1
           END-IF
           IF WS-SPAN-TO >= WS-WIN-LENGTH
             MOVE WS-COL-COUNT TO WS-COL-TO
           ELSE
             IF WS-SPAN-TO <= 0
               MOVE 1 TO WS-COL-TO
             ELSE
               COMPUTE WS-COL-TO = (WS-SPAN-TO - 1) / WS-COL-HSEC + 1
             END-IF
           END-IF
           IF WS-COL-FROM > WS-COL-COUNT
             MOVE WS-COL-COUNT TO WS-COL-FROM
           END-IF
           IF WS-COL-TO < WS-COL-FROM
             MOVE WS-COL-FROM TO WS-COL-TO
           END-IF
           .
      ***** Marks WS-SPAN-FROM to WS-SPAN-TO in the GAP/OVERLAP row
      ***** with WS-BAR-CHAR; an overlap mark wins over a gap mark.
       E25-MarkSpan.
           PERFORM E20-ColumnsOfSpan
           PERFORM VARYING WS-COL FROM WS-COL-FROM BY 1
             UNTIL WS-COL > WS-COL-TO
             IF WS-MARK-ROW(WS-COL:1) NOT = "O"
               MOVE WS-BAR-CHAR TO WS-MARK-ROW(WS-COL:1)
             END-IF
           END-PERFORM
           .
      ***** An offset as the wall-clock HH:MM it falls on.
       E30-ClockOf.
           COMPUTE WS-SHOW-ABS = FUNCTION MOD(
             WS-WIN-START-HSEC + WS-SHOW-OFS + 8640000, 8640000)
           COMPUTE WS-SHOW-HH = WS-SHOW-ABS / 360000
           COMPUTE WS-SHOW-MM =
             FUNCTION MOD(WS-SHOW-ABS, 360000) / 6000
           MOVE SPACES TO WS-SHOW-CLOCK
           STRING WS-SHOW-HH ":" WS-SHOW-MM
             DELIMITED BY SIZE INTO WS-SHOW-CLOCK
           .
      ***** A span in hundredths as HH:MM:SS.
       E35-DurationOf.
           COMPUTE WS-SHOW-ABS = WS-SHOW-OFS / 100
           COMPUTE WS-SHOW-HH = WS-SHOW-ABS / 3600
           COMPUTE WS-SHOW-MM = FUNCTION MOD(WS-SHOW-ABS, 3600) / 60
           COMPUTE WS-SHOW-SS = FUNCTION MOD(WS-SHOW-ABS, 60)
           MOVE SPACES TO WS-SHOW-DUR
           STRING WS-SHOW-HH ":" WS-SHOW-MM ":" WS-SHOW-SS
             DELIMITED BY SIZE INTO WS-SHOW-DUR
           .
      ***** Exit
       END PROGRAM TimeLine.
