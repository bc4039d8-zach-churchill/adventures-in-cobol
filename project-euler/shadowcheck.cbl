       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Shadow Check
      *
      *    Several Problem programs answer through a shortcut that
      *    replaced a brute-force loop - Problem1's closed-form
      *    inclusion-exclusion, Problem3's walk of the prime master,
      *    Problem7's prime cache, Problem10's segmented sieve,
      *    Problem12's split k*(k+1)/2 divisor count - and
      *    euler.expected only ever checks them at a handful of fixed
      *    parameter values. This program checks them anywhere in
      *    their parameter space: it draws random parameter sets
      *    from a range kept per program, CALLs the program for its
      *    answer (the fast path, exactly as the driver runs it),
      *    then works the same answer out again by an independent,
      *    deliberately naive computation kept here and nowhere
      *    else, and compares the two:
      *        Problem1    every integer below the bound, tested
      *                    against every divisor
      *        Problem3    trial division of NUM by every integer
      *                    from 2, with no prime list at all
      *        Problem7    counting primes one candidate at a time,
      *                    each tested by trial division
      *        Problem10   summing every candidate below the ceiling
      *                    that survives the same trial division
      *        Problem12   walking the triangle numbers, counting the
      *                    divisors of each triangle number itself
      *
      *    The ranges come from the control file
      *    project-euler/euler.shadow, one row per program ('*'
      *    rows are comments):
      *        columns  1-12  program
      *        columns 13-24  low end of the main parameter
      *        columns 26-37  high end of the main parameter
      *        columns 39-41  cases to sample per run
      *        columns 43-50  low end of the divisor values  (Problem1)
      *        columns 52-59  high end of the divisor values (Problem1)
      *        columns 61-62  most divisors per case         (Problem1)
      *    The main parameter is the one the program's command line
      *    takes first (Problem1's bound, Problem3's NUM, Problem7's
      *    and Problem12's N, Problem10's ceiling). The slow side
      *    is exactly that - keep each range to what the naive
      *    computation can finish in the batch window.
      *
      *    Usage:
      *        shadowcheck [<program>] [SEED=<n>] [SAMPLES=<n>]
      *        shadowcheck COVERAGE
      *    A program name limits the run to that program's row;
      *    SAMPLES= overrides every row's sample count. The cases
      *    are drawn with the minimal-standard generator DigitGen
      *    uses, seeded from the run date and time unless SEED=
      *    names the seed - the report heads with the seed used, so
      *    a whole night's sample can be drawn again, and every
      *    disagreement is listed with the command line that
      *    reproduces it on its own. A disagreement, or a case the
      *    fast path could not answer (a CALL that failed or a
      *    RETURN-CODE of 8 or more), is also raised to the incident
      *    log for the morning alert.
      *
      *    Every sampled case - agree or not - is appended to the
      *    history file project-euler/euler.shadowhist (resolved
      *    through PathName) with its run stamp, run ID, program,
      *    main parameter, full parameters, both answers and the
      *    outcome. COVERAGE reads that history back against the
      *    control file's ranges and reports, per program, how the
      *    cases sampled so far fall across ten equal slices of the
      *    range, which slices have never been sampled, and how
      *    many cases have disagreed - the record of which part of
      *    each parameter space has actually been covered.
      *
      *    The fast paths are CALLed in this run unit like
      *    EulerRegress CALLs them, so the run takes the suite lock
      *    the way it does, and each CALL lands in the ledger under
      *    origin SHADOW. Problem7 rewrites project-euler/
      *    problem7.primes - the list PrimeMaint BUILD, PrimeStats
      *    and Problem14 read - on every CALL, so the file is copied
      *    aside before the first Problem7 case and copied back
      *    after the last.
      *
      *    RETURN-CODE is 0 when every case agreed, 4 when a control
      *    row had to be skipped, 8 on any disagreement or
      *    unanswered case, 16 when the run could not start.
      *
      *    Both the fast and the control program compute afresh: the
      *    shared result-reuse check (see resultreuse.cbl) is
      *    switched off through copybooks/EUREUSE.cpy around each
      *    CALL.
      *****************************************************************
       PROGRAM-ID. ShadowCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "project-euler/euler.shadow"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS-CD.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS-CD.
           SELECT PRIMES-FILE ASSIGN TO DYNAMIC WS-PRIMES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRIMES-STATUS-CD.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLD-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CTL-FILE.
       01 CTL-RECORD.
           05 CTL-PROGRAM PIC X(12).
           05 CTL-LOW PIC 9(12).
           05 FILLER PIC X(1).
           05 CTL-HIGH PIC 9(12).
           05 FILLER PIC X(1).
           05 CTL-SAMPLES PIC 9(3).
           05 FILLER PIC X(1).
           05 CTL-LOW2 PIC 9(8).
           05 FILLER PIC X(1).
           05 CTL-HIGH2 PIC 9(8).
           05 FILLER PIC X(1).
           05 CTL-COUNT2 PIC 9(2).
           05 FILLER PIC X(18).
       FD HIST-FILE.
       01 HIST-RECORD.
           05 HIST-STAMP PIC X(17).
           05 FILLER PIC X(2).
           05 HIST-RUN-ID PIC X(17).
           05 FILLER PIC X(2).
           05 HIST-PROGRAM PIC X(12).
           05 HIST-PRIMARY PIC 9(12).
           05 FILLER PIC X(2).
           05 HIST-RESULT PIC X(6).
           05 FILLER PIC X(2).
           05 HIST-FAST PIC 9(20).
           05 FILLER PIC X(2).
           05 HIST-REFERENCE PIC 9(20).
           05 FILLER PIC X(2).
           05 HIST-PARMS PIC X(60).
       FD PRIMES-FILE.
       01 PRIMES-LINE PIC X(80).
       FD HOLD-FILE.
       01 HOLD-LINE PIC X(80).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS-CD PIC XX.
       01 WS-HIST-STATUS-CD PIC XX.
       01 WS-PRIMES-STATUS-CD PIC XX.
       01 WS-HOLD-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-CTL-FILE PIC X VALUE 'N'.
       01 EOF-HIST-FILE PIC X VALUE 'N'.
       01 EOF-COPY-FILE PIC X VALUE 'N'.
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-HIST-PATH PIC X(100).
       01 WS-PRIMES-PATH PIC X(100)
          VALUE "project-euler/problem7.primes".
       01 WS-HOLD-PATH PIC X(100)
          VALUE "project-euler/problem7.primes.shadow".
       01 WS-PRIMES-HELD PIC X(1) VALUE 'N'.
       01 WS-PRIMES-ABSENT PIC X(1) VALUE 'N'.
       01 WS-DELETE-RC PIC S9(9).
       01 WS-COPY-COUNT PIC 9(7).
       01 WS-RPT-BASE PIC X(60).
       01 WS-RPT-FILENAME PIC X(100).
       01 WS-ARG-IDX PIC 9(1).
       01 WS-ARG-VALUE PIC X(18).
       01 WS-ARG-UPPER PIC X(18).
       01 WS-COVERAGE-MODE PIC X(1) VALUE 'N'.
       01 WS-ONLY-PROGRAM PIC X(12) VALUE SPACES.
       01 WS-SEED PIC 9(10) VALUE 0.
       01 WS-SEED-GIVEN PIC X(1) VALUE 'N'.
       01 WS-SAMPLES-OVERRIDE PIC 9(3) VALUE 0.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-NOW-STAMP PIC X(17).
      ***** The control file's rows, held for the run.
       01 WS-SH-COUNT PIC 9(2) VALUE 0.
       01 WS-SH-TBL.
           05 WS-SH-ENTRY OCCURS 20 TIMES.
               10 WS-SH-PROGRAM PIC X(12).
               10 WS-SH-LOW PIC 9(12).
               10 WS-SH-HIGH PIC 9(12).
               10 WS-SH-SAMPLES PIC 9(3).
               10 WS-SH-LOW2 PIC 9(8).
               10 WS-SH-HIGH2 PIC 9(8).
               10 WS-SH-COUNT2 PIC 9(2).
               10 WS-SH-CASES PIC 9(7).
               10 WS-SH-DIFFER PIC 9(7).
               10 WS-SH-OUTSIDE PIC 9(7).
               10 WS-SH-SLICE PIC 9(7) OCCURS 10 TIMES.
       01 WS-SH-IDX PIC 9(2).
       01 WS-SH-LIMIT PIC 9(12).
       01 WS-SH-ROW-OK PIC X(1).
       01 WS-CTL-ROW PIC 9(3) VALUE 0.
       01 WS-SKIPPED-ROWS PIC 9(3) VALUE 0.
      ***** The case in hand.
       01 WS-CASE-IDX PIC 9(3).
       01 WS-CASE-SAMPLES PIC 9(3).
       01 WS-CASE-PROGRAM PIC X(12).
       01 WS-CASE-PRIMARY PIC 9(12).
       01 WS-CASE-PARMS PIC X(60).
       01 WS-CASE-PTR PIC 9(3).
       01 WS-CASE-RESULT PIC X(6).
       01 WS-CASE-FAST PIC 9(20).
       01 WS-CASE-REFERENCE PIC 9(20).
       01 WS-CASE-RC PIC 9(4).
       01 WS-CALL-FAILED PIC X(1).
       01 WS-DIV-COUNT PIC 9(2).
       01 WS-DIV-TBL.
           05 WS-DIV-VALUE PIC 9(8) OCCURS 20 TIMES.
       01 WS-DIV-IDX PIC 9(2).
       01 WS-NUM-EDIT PIC Z(19)9.
       01 WS-FAST-EDIT PIC Z(19)9.
       01 WS-REF-EDIT PIC Z(19)9.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-AGREE-COUNT PIC 9(5) VALUE 0.
       01 WS-DIFFER-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
      ***** Random draws: x = 16807 * x mod 2147483647, as DigitGen.
       01 WS-LCG-STATE PIC 9(18).
       01 WS-DRAW-LOW PIC 9(12).
       01 WS-DRAW-HIGH PIC 9(12).
       01 WS-DRAW-SPAN PIC 9(13).
       01 WS-DRAW-WIDE PIC 9(18).
       01 WS-DRAW-RESULT PIC 9(12).
      ***** The naive reference computations' working fields.
       01 WS-REF-I PIC 9(13).
       01 WS-REF-D PIC 9(13).
       01 WS-REF-N PIC 9(13).
       01 WS-REF-SUM PIC 9(18).
       01 WS-REF-COUNT PIC 9(7).
       01 WS-REF-CAND PIC 9(13).
       01 WS-REF-PRIME PIC X(1).
       01 WS-REF-K PIC 9(9).
       01 WS-REF-TRI PIC 9(18).
       01 WS-REF-DIVS PIC 9(7).
       01 WS-REF-QUOT PIC 9(18).
       01 WS-REF-REM PIC 9(13).
      ***** Coverage slices.
       01 WS-SLICE-IDX PIC 9(2).
       01 WS-SLICE-SPAN PIC 9(13).
       01 WS-SLICE-EMPTY PIC 9(2).
       01 WS-SLICE-LINE PIC X(130).
       01 WS-SLICE-PTR PIC 9(3).
       01 WS-SL-MODE PIC X(1).
       01 WS-SL-PROGRAM PIC X(12) VALUE "ShadowCheck".
       01 WS-SL-GRANTED PIC X(1).
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "ShadowChk".
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       COPY EUANSWER.
       COPY EURUNID.
       COPY EUORIGIN.
       COPY EUPARMOV.
       COPY EUREUSE.
       01 WS-SAVED-FORCE PIC X(1).
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
           PERFORM A04-ResolvePaths
           PERFORM B00-LoadControl
           IF WS-COVERAGE-MODE = 'Y'
             PERFORM G00-CoverageReport
             PERFORM A99-ReportElapsedTime
             MOVE WS-FINAL-RC TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-SetRunId
           PERFORM A03-TakeSuiteLock
           MOVE "project-euler/shadowcheck.rpt" TO WS-RPT-BASE
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               FUNCTION TRIM(WS-RPT-FILENAME) " (status "
               WS-RPT-STATUS-CD ")"
             PERFORM A04-DropSuiteLock
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "Shadow Check - Fast Path Verification"
             TO EURPTFMT-TITLE
           PERFORM A20-WriteReportHeader
           PERFORM C00-OpenHistory
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
             UNTIL WS-SH-IDX > WS-SH-COUNT
             IF WS-ONLY-PROGRAM = SPACES
               OR WS-ONLY-PROGRAM = WS-SH-PROGRAM(WS-SH-IDX)
               PERFORM C10-CheckProgram
             END-IF
           END-PERFORM
           CLOSE HIST-FILE
           PERFORM C90-RestorePrimes
           PERFORM F00-WriteSummary
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM A04-DropSuiteLock
           DISPLAY "Shadow check: " WS-AGREE-COUNT " agreed, "
             WS-DIFFER-COUNT " disagreed, " WS-ERROR-COUNT
             " unanswered"
           DISPLAY "Report written to "
             FUNCTION TRIM(WS-RPT-FILENAME)
           PERFORM A99-ReportElapsedTime
           IF WS-SKIPPED-ROWS > 0
             MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-DIFFER-COUNT > 0 OR WS-ERROR-COUNT > 0
             MOVE 8 TO WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
      ***** console log, the report and every history record show
      ***** when this run happened, the same date/time convention
      ***** the ledger uses.
       A01-StampRunDate.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-RUN-DATE "-" WS-RUN-TIME
             DELIMITED BY SIZE INTO WS-NOW-STAMP
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
      ***** Up to three arguments in any order: COVERAGE, a program
      ***** name, SEED=<n>, SAMPLES=<n>. With no seed given, the run
      ***** date and time seed the draws.
       A05-GetParameters.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1 UNTIL WS-ARG-IDX > 3
             MOVE SPACES TO WS-ARG-VALUE
             DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-ARG-UPPER
             EVALUATE TRUE
               WHEN WS-ARG-VALUE = SPACES
                 CONTINUE
               WHEN WS-ARG-UPPER = "COVERAGE"
                 MOVE 'Y' TO WS-COVERAGE-MODE
               WHEN WS-ARG-UPPER(1:5) = "SEED="
                 MOVE WS-ARG-VALUE(6:13) TO WS-PC-VALUE
                 CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER
                   WS-PC-OK
                 IF WS-PC-OK = 'N' OR WS-PC-NUMBER > 2147483646
                   DISPLAY "ABEND: SEED '"
                     FUNCTION TRIM(WS-PC-VALUE)
                     "' is not a whole number in 0-2147483646"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 MOVE WS-PC-NUMBER TO WS-SEED
                 MOVE 'Y' TO WS-SEED-GIVEN
               WHEN WS-ARG-UPPER(1:8) = "SAMPLES="
                 MOVE WS-ARG-VALUE(9:10) TO WS-PC-VALUE
                 CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER
                   WS-PC-OK
                 IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
                   OR WS-PC-NUMBER > 999
                   DISPLAY "ABEND: SAMPLES '"
                     FUNCTION TRIM(WS-PC-VALUE)
                     "' is not a whole number in 1-999"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 MOVE WS-PC-NUMBER TO WS-SAMPLES-OVERRIDE
               WHEN WS-ARG-UPPER(1:7) = "PROBLEM"
                 MOVE "Problem" TO WS-ONLY-PROGRAM
                 MOVE WS-ARG-VALUE(8:5) TO WS-ONLY-PROGRAM(8:5)
               WHEN OTHER
                 DISPLAY "ABEND: usage: shadowcheck [<program>] "
                   "[SEED=<n>] [SAMPLES=<n>] | shadowcheck COVERAGE"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-EVALUATE
           END-PERFORM
           IF WS-SEED-GIVEN = 'N'
             COMPUTE WS-SEED = FUNCTION MOD(
               WS-RUN-DATE * 100000000 + WS-RUN-TIME, 2147483647)
           END-IF
           IF WS-SEED = 0
             MOVE 1 TO WS-SEED
           END-IF
           MOVE WS-SEED TO WS-LCG-STATE
           .
      ***** The history file resolves through PathName, so a sandbox
      ***** run keeps its cases out of the live history.
       A04-ResolvePaths.
           MOVE "project-euler/euler.shadowhist" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-HIST-PATH
           .
      ***** Run ID and origin for every ledger line the fast paths
      ***** write during this run (see copybooks/EURUNID.cpy and
      ***** copybooks/EUORIGIN.cpy).
       A02-SetRunId.
           IF WS-RUN-ID = SPACES OR WS-RUN-ID = LOW-VALUES
             MOVE WS-NOW-STAMP TO WS-RUN-ID
           END-IF
           DISPLAY "Run ID: " WS-RUN-ID
           IF WS-RUN-ORIGIN = SPACES OR WS-RUN-ORIGIN = LOW-VALUES
             MOVE "SHADOW" TO WS-RUN-ORIGIN
           END-IF
           .
      ***** Takes the suite-level job mutex (see suitelock.cbl) the
      ***** way EulerRegress does, since this run CALLs the same
      ***** Problem programs; a refused lock ends the run before
      ***** anything is touched.
       A03-TakeSuiteLock.
           MOVE 'A' TO WS-SL-MODE
           CALL "SuiteLock" USING WS-SL-MODE WS-SL-PROGRAM
             WS-SL-GRANTED
           IF WS-SL-GRANTED = 'N'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
       A04-DropSuiteLock.
           MOVE 'R' TO WS-SL-MODE
           CALL "SuiteLock" USING WS-SL-MODE WS-SL-PROGRAM
             WS-SL-GRANTED
           .
       A06-BeatSuiteLock.
           MOVE 'H' TO WS-SL-MODE
           CALL "SuiteLock" USING WS-SL-MODE WS-SL-PROGRAM
             WS-SL-GRANTED
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl).
       A20-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "ShadowCheck" TO EURPTFMT-PROGRAM
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
      ***** Loads the control file. A row is skipped with a warning
      ***** (and the run ends RETURN-CODE 4 at worst) when its
      ***** program has no reference computation here, a field is
      ***** not numeric, or its range is empty or past what the
      ***** program itself accepts.
       B00-LoadControl.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open control file "
               "project-euler/euler.shadow (status "
               WS-CTL-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL EOF-CTL-FILE = 'Y'
             READ CTL-FILE
               AT END
                 MOVE 'Y' TO EOF-CTL-FILE
               NOT AT END
                 ADD 1 TO WS-CTL-ROW
                 IF CTL-RECORD NOT = SPACES
                   AND CTL-RECORD(1:1) NOT = "*"
                   PERFORM B10-CheckControlRow
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CTL-FILE
           IF WS-ONLY-PROGRAM NOT = SPACES
             MOVE 'N' TO WS-SH-ROW-OK
             PERFORM VARYING WS-SH-IDX FROM 1 BY 1
               UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-PROGRAM(WS-SH-IDX) = WS-ONLY-PROGRAM
                 MOVE 'Y' TO WS-SH-ROW-OK
               END-IF
             END-PERFORM
             IF WS-SH-ROW-OK = 'N'
               DISPLAY "ABEND: " FUNCTION TRIM(WS-ONLY-PROGRAM)
                 " has no row in project-euler/euler.shadow"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           .
       B10-CheckControlRow.
           MOVE 'Y' TO WS-SH-ROW-OK
           EVALUATE CTL-PROGRAM
             WHEN "Problem1"
               MOVE 9999 TO WS-SH-LIMIT
             WHEN "Problem3"
               MOVE 999999999999 TO WS-SH-LIMIT
             WHEN "Problem7"
               MOVE 99999 TO WS-SH-LIMIT
             WHEN "Problem10"
               MOVE 999999999999 TO WS-SH-LIMIT
             WHEN "Problem12"
               MOVE 999999 TO WS-SH-LIMIT
             WHEN OTHER
               MOVE 'N' TO WS-SH-ROW-OK
           END-EVALUATE
           IF WS-SH-ROW-OK = 'Y'
             IF CTL-LOW IS NOT NUMERIC OR CTL-HIGH IS NOT NUMERIC
               OR CTL-SAMPLES IS NOT NUMERIC
               MOVE 'N' TO WS-SH-ROW-OK
             ELSE
               IF CTL-LOW = 0 OR CTL-LOW > CTL-HIGH
                 OR CTL-HIGH > WS-SH-LIMIT
                 MOVE 'N' TO WS-SH-ROW-OK
               END-IF
             END-IF
           END-IF
           IF WS-SH-ROW-OK = 'Y' AND CTL-PROGRAM = "Problem1"
             IF CTL-LOW2 IS NOT NUMERIC OR CTL-HIGH2 IS NOT NUMERIC
               OR CTL-COUNT2 IS NOT NUMERIC
               MOVE 'N' TO WS-SH-ROW-OK
             ELSE
               IF CTL-LOW2 = 0 OR CTL-LOW2 > CTL-HIGH2
                 OR CTL-COUNT2 = 0 OR CTL-COUNT2 > 19
                 MOVE 'N' TO WS-SH-ROW-OK
               END-IF
             END-IF
           END-IF
           IF WS-SH-ROW-OK = 'N' OR WS-SH-COUNT >= 20
             DISPLAY "WARNING: euler.shadow row " WS-CTL-ROW
               " skipped - " FUNCTION TRIM(CTL-PROGRAM)
               " has no usable range here"
             ADD 1 TO WS-SKIPPED-ROWS
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SH-COUNT
           INITIALIZE WS-SH-ENTRY(WS-SH-COUNT)
           MOVE CTL-PROGRAM TO WS-SH-PROGRAM(WS-SH-COUNT)
           MOVE CTL-LOW TO WS-SH-LOW(WS-SH-COUNT)
           MOVE CTL-HIGH TO WS-SH-HIGH(WS-SH-COUNT)
           MOVE CTL-SAMPLES TO WS-SH-SAMPLES(WS-SH-COUNT)
           IF CTL-PROGRAM = "Problem1"
             MOVE CTL-LOW2 TO WS-SH-LOW2(WS-SH-COUNT)
             MOVE CTL-HIGH2 TO WS-SH-HIGH2(WS-SH-COUNT)
             MOVE CTL-COUNT2 TO WS-SH-COUNT2(WS-SH-COUNT)
           END-IF
           .
      ***** The history is only ever appended to.
       C00-OpenHistory.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS-CD = "35"
             OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open history file "
               FUNCTION TRIM(WS-HIST-PATH) " (status "
               WS-HIST-STATUS-CD ")"
             CLOSE RPT-FILE
             PERFORM A04-DropSuiteLock
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-SEED TO WS-NUM-EDIT
           STRING "Seed: " FUNCTION TRIM(WS-NUM-EDIT)
             "   (shadowcheck SEED=" FUNCTION TRIM(WS-NUM-EDIT)
             " draws this run's cases again)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           .
      ***** One program's row: its sampled cases, each drawn, run
      ***** both ways and recorded.
       C10-CheckProgram.
           MOVE WS-SH-PROGRAM(WS-SH-IDX) TO WS-CASE-PROGRAM
           MOVE WS-SH-SAMPLES(WS-SH-IDX) TO WS-CASE-SAMPLES
           IF WS-SAMPLES-OVERRIDE > 0
             MOVE WS-SAMPLES-OVERRIDE TO WS-CASE-SAMPLES
           END-IF
           IF WS-CASE-PROGRAM = "Problem7"
             PERFORM C80-HoldPrimes
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-SH-LOW(WS-SH-IDX) TO WS-NUM-EDIT
           MOVE WS-SH-HIGH(WS-SH-IDX) TO WS-FAST-EDIT
           MOVE WS-CASE-SAMPLES TO WS-COUNT-EDIT
           STRING FUNCTION TRIM(WS-CASE-PROGRAM) ": "
             FUNCTION TRIM(WS-COUNT-EDIT) " cases drawn from "
             FUNCTION TRIM(WS-NUM-EDIT) "-" FUNCTION TRIM(WS-FAST-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX > WS-CASE-SAMPLES
             PERFORM D00-DrawCase
             PERFORM D10-RunFastPath
             PERFORM D20-RunReference
             PERFORM D30-RecordCase
             PERFORM A06-BeatSuiteLock
           END-PERFORM
           .
      ***** Problem7 rewrites problem7.primes from the top on every
      ***** CALL; the file is copied aside once, before the first
      ***** Problem7 case, and copied back at the end of the run.
      ***** A file that cannot be copied aside could not be put back
      ***** either, so the run stops before any Problem7 case.
       C80-HoldPrimes.
           IF WS-PRIMES-HELD = 'Y'
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRIMES-FILE
           IF WS-PRIMES-STATUS-CD = "35"
             MOVE 'Y' TO WS-PRIMES-ABSENT
             MOVE 'Y' TO WS-PRIMES-HELD
             EXIT PARAGRAPH
           END-IF
           IF WS-PRIMES-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open "
               FUNCTION TRIM(WS-PRIMES-PATH) " to hold it aside "
               "(status " WS-PRIMES-STATUS-CD ")"
             PERFORM C88-AbendHold
           END-IF
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot write held copy "
               FUNCTION TRIM(WS-HOLD-PATH) " (status "
               WS-HOLD-STATUS-CD ")"
             CLOSE PRIMES-FILE
             PERFORM C88-AbendHold
           END-IF
           PERFORM C85-CopyPrimesToHold
           CLOSE PRIMES-FILE
           CLOSE HOLD-FILE
           MOVE 'Y' TO WS-PRIMES-HELD
           .
       C85-CopyPrimesToHold.
           MOVE 'N' TO EOF-COPY-FILE
           MOVE 0 TO WS-COPY-COUNT
           PERFORM UNTIL EOF-COPY-FILE = 'Y'
             READ PRIMES-FILE
               AT END
                 MOVE 'Y' TO EOF-COPY-FILE
               NOT AT END
                 MOVE PRIMES-LINE TO HOLD-LINE
                 WRITE HOLD-LINE
                 ADD 1 TO WS-COPY-COUNT
             END-READ
           END-PERFORM
           .
      ***** Ends the run the way C00-OpenHistory does, with nothing
      ***** of problem7.primes touched yet.
       C88-AbendHold.
           DISPLAY "No Problem7 case run; problem7.primes is as it was"
           CLOSE HIST-FILE
           CLOSE RPT-FILE
           PERFORM A04-DropSuiteLock
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
      ***** Puts problem7.primes back as it was before the run (or
      ***** removes the one the cases left, when there was none) and
      ***** deletes the held copy - only once the restore is clean,
      ***** since until then it is the only good copy.
       C90-RestorePrimes.
           IF WS-PRIMES-HELD = 'N'
             EXIT PARAGRAPH
           END-IF
           IF WS-PRIMES-ABSENT = 'Y'
             CALL "CBL_DELETE_FILE" USING WS-PRIMES-PATH
               RETURNING WS-DELETE-RC
             IF WS-DELETE-RC NOT = 0
               DISPLAY "WARNING: could not remove "
                 FUNCTION TRIM(WS-PRIMES-PATH)
                 ", which did not exist before the run"
             END-IF
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS-CD NOT = "00"
             DISPLAY "WARNING: held copy "
               FUNCTION TRIM(WS-HOLD-PATH)
               " not readable; problem7.primes not restored"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRIMES-FILE
           IF WS-PRIMES-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot rewrite "
               FUNCTION TRIM(WS-PRIMES-PATH) " (status "
               WS-PRIMES-STATUS-CD "); its original is kept in "
               FUNCTION TRIM(WS-HOLD-PATH)
             CLOSE HOLD-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-COPY-FILE
           MOVE 0 TO WS-COPY-COUNT
           PERFORM UNTIL EOF-COPY-FILE = 'Y'
             READ HOLD-FILE
               AT END
                 MOVE 'Y' TO EOF-COPY-FILE
               NOT AT END
                 MOVE HOLD-LINE TO PRIMES-LINE
                 WRITE PRIMES-LINE
                 ADD 1 TO WS-COPY-COUNT
             END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE PRIMES-FILE
           CALL "CBL_DELETE_FILE" USING WS-HOLD-PATH
             RETURNING WS-DELETE-RC
           IF WS-DELETE-RC NOT = 0
             DISPLAY "WARNING: problem7.primes restored but held copy "
               FUNCTION TRIM(WS-HOLD-PATH) " not removed"
           END-IF
           .
      ***** Draws the case's parameters inside the row's range and
      ***** builds the command-line text the program is given.
       D00-DrawCase.
           MOVE WS-SH-LOW(WS-SH-IDX) TO WS-DRAW-LOW
           MOVE WS-SH-HIGH(WS-SH-IDX) TO WS-DRAW-HIGH
           PERFORM E05-DrawValue
           MOVE WS-DRAW-RESULT TO WS-CASE-PRIMARY
           MOVE SPACES TO WS-CASE-PARMS
           MOVE 1 TO WS-CASE-PTR
           MOVE WS-CASE-PRIMARY TO WS-NUM-EDIT
           STRING FUNCTION TRIM(WS-NUM-EDIT)
             DELIMITED BY SIZE INTO WS-CASE-PARMS
             WITH POINTER WS-CASE-PTR
           MOVE 0 TO WS-DIV-COUNT
           IF WS-CASE-PROGRAM = "Problem1"
             MOVE 1 TO WS-DRAW-LOW
             MOVE WS-SH-COUNT2(WS-SH-IDX) TO WS-DRAW-HIGH
             PERFORM E05-DrawValue
             MOVE WS-DRAW-RESULT TO WS-DIV-COUNT
             MOVE WS-SH-LOW2(WS-SH-IDX) TO WS-DRAW-LOW
             MOVE WS-SH-HIGH2(WS-SH-IDX) TO WS-DRAW-HIGH
             PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
               UNTIL WS-DIV-IDX > WS-DIV-COUNT
               PERFORM E05-DrawValue
               MOVE WS-DRAW-RESULT TO WS-DIV-VALUE(WS-DIV-IDX)
               MOVE WS-DRAW-RESULT TO WS-NUM-EDIT
               STRING " " FUNCTION TRIM(WS-NUM-EDIT)
                 DELIMITED BY SIZE INTO WS-CASE-PARMS
                 WITH POINTER WS-CASE-PTR
             END-PERFORM
           END-IF
           .
      ***** The program is CALLed with the case's parameters staged
      ***** in the shared override table, the way EulerRegress's
      ***** B05-SetOverrides stages a case, and its answer taken
      ***** from WS-EULER-RESULT. RETURN-CODE is reset around the
      ***** CALL so a program's own code never becomes this run's.
      ***** The program is CANCELled after the CALL, as in
      ***** EulerDriver's B00-RunStep, so the next CALL starts fresh.
       D10-RunFastPath.
           MOVE SPACES TO WS-EUPARM-OVERRIDE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           UNSTRING WS-CASE-PARMS DELIMITED BY ALL " "
             INTO WS-EUPARM-OVR-VALUE(1) WS-EUPARM-OVR-VALUE(2)
               WS-EUPARM-OVR-VALUE(3) WS-EUPARM-OVR-VALUE(4)
               WS-EUPARM-OVR-VALUE(5) WS-EUPARM-OVR-VALUE(6)
               WS-EUPARM-OVR-VALUE(7) WS-EUPARM-OVR-VALUE(8)
               WS-EUPARM-OVR-VALUE(9) WS-EUPARM-OVR-VALUE(10)
               WS-EUPARM-OVR-VALUE(11) WS-EUPARM-OVR-VALUE(12)
               WS-EUPARM-OVR-VALUE(13) WS-EUPARM-OVR-VALUE(14)
               WS-EUPARM-OVR-VALUE(15) WS-EUPARM-OVR-VALUE(16)
               WS-EUPARM-OVR-VALUE(17) WS-EUPARM-OVR-VALUE(18)
               WS-EUPARM-OVR-VALUE(19) WS-EUPARM-OVR-VALUE(20)
             TALLYING IN WS-EUPARM-OVR-COUNT
           END-UNSTRING
           MOVE 0 TO WS-EULER-RESULT
           MOVE SPACES TO WS-EULER-ANSWER
           MOVE 'N' TO WS-CALL-FAILED
           MOVE 0 TO RETURN-CODE
           MOVE WS-REUSE-FORCE TO WS-SAVED-FORCE
           MOVE 'Y' TO WS-REUSE-FORCE
           CALL WS-CASE-PROGRAM
             ON EXCEPTION
               MOVE 'Y' TO WS-CALL-FAILED
           END-CALL
           MOVE WS-SAVED-FORCE TO WS-REUSE-FORCE
           MOVE RETURN-CODE TO WS-CASE-RC
           CANCEL WS-CASE-PROGRAM
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           MOVE WS-EULER-RESULT TO WS-CASE-FAST
           .
      ***** The independent answer, worked out the slow way.
       D20-RunReference.
           MOVE 0 TO WS-CASE-REFERENCE
           EVALUATE WS-CASE-PROGRAM
             WHEN "Problem1"
               PERFORM F10-ReferenceProblem1
             WHEN "Problem3"
               PERFORM F30-ReferenceProblem3
             WHEN "Problem7"
               PERFORM F70-ReferenceProblem7
             WHEN "Problem10"
               PERFORM F80-ReferenceProblem10
             WHEN "Problem12"
               PERFORM F90-ReferenceProblem12
           END-EVALUATE
           .
      ***** AGREE, DIFFER, or ERROR when the fast path gave no
      ***** answer; every case goes to the history, and a case that
      ***** is not AGREE goes to the report with the command line
      ***** that reproduces it, and to the incident log.
       D30-RecordCase.
           EVALUATE TRUE
             WHEN WS-CALL-FAILED = 'Y' OR WS-CASE-RC >= 8
               MOVE "ERROR" TO WS-CASE-RESULT
               ADD 1 TO WS-ERROR-COUNT
             WHEN WS-CASE-FAST = WS-CASE-REFERENCE
               MOVE "AGREE" TO WS-CASE-RESULT
               ADD 1 TO WS-AGREE-COUNT
             WHEN OTHER
               MOVE "DIFFER" TO WS-CASE-RESULT
               ADD 1 TO WS-DIFFER-COUNT
           END-EVALUATE
           MOVE SPACES TO HIST-RECORD
           MOVE WS-NOW-STAMP TO HIST-STAMP
           MOVE WS-RUN-ID TO HIST-RUN-ID
           MOVE WS-CASE-PROGRAM TO HIST-PROGRAM
           MOVE WS-CASE-PRIMARY TO HIST-PRIMARY
           MOVE WS-CASE-RESULT TO HIST-RESULT
           MOVE WS-CASE-FAST TO HIST-FAST
           MOVE WS-CASE-REFERENCE TO HIST-REFERENCE
           MOVE WS-CASE-PARMS TO HIST-PARMS
           WRITE HIST-RECORD
           MOVE WS-CASE-FAST TO WS-FAST-EDIT
           MOVE WS-CASE-REFERENCE TO WS-REF-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-CASE-RESULT "  "
             FUNCTION TRIM(WS-CASE-PROGRAM) " "
             FUNCTION TRIM(WS-CASE-PARMS)
             "  fast=" FUNCTION TRIM(WS-FAST-EDIT)
             "  reference=" FUNCTION TRIM(WS-REF-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-CASE-RESULT = "AGREE"
             EXIT PARAGRAPH
           END-IF
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           IF WS-CASE-RESULT = "ERROR" AND WS-CALL-FAILED = 'Y'
             STRING "          program could not be CALLed"
               "   reproduce: "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-CASE-PROGRAM))
               " " FUNCTION TRIM(WS-CASE-PARMS)
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           IF WS-CASE-RESULT = "ERROR" AND WS-CALL-FAILED = 'N'
             MOVE WS-CASE-RC TO WS-COUNT-EDIT
             STRING "          no answer (return code "
               FUNCTION TRIM(WS-COUNT-EDIT) ")   reproduce: "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-CASE-PROGRAM))
               " " FUNCTION TRIM(WS-CASE-PARMS)
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           IF WS-CASE-RESULT = "DIFFER"
             STRING "          reproduce: "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-CASE-PROGRAM))
               " " FUNCTION TRIM(WS-CASE-PARMS)
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO WS-INC-FILE
           MOVE SPACES TO WS-INC-STATUS
           MOVE SPACES TO WS-INC-MESSAGE
           STRING "shadow " WS-CASE-RESULT " "
             FUNCTION TRIM(WS-CASE-PROGRAM) " "
             FUNCTION TRIM(WS-CASE-PARMS)
             DELIMITED BY SIZE INTO WS-INC-MESSAGE
           CALL "IncidentLog" USING WS-LEDGER-PROGRAM
             WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
           .
      ***** Next value of the generator.
       E00-NextRandom.
           COMPUTE WS-LCG-STATE =
             FUNCTION MOD(WS-LCG-STATE * 16807, 2147483647)
           .
      ***** A value from WS-DRAW-LOW to WS-DRAW-HIGH inclusive. A
      ***** span wider than one draw reaches is covered by two draws
      ***** taken six digits apiece.
       E05-DrawValue.
           COMPUTE WS-DRAW-SPAN = WS-DRAW-HIGH - WS-DRAW-LOW + 1
           PERFORM E00-NextRandom
           IF WS-DRAW-SPAN < 2147483647
             MOVE WS-LCG-STATE TO WS-DRAW-WIDE
           ELSE
             COMPUTE WS-DRAW-WIDE =
               FUNCTION MOD(WS-LCG-STATE, 1000000) * 1000000
             PERFORM E00-NextRandom
             COMPUTE WS-DRAW-WIDE = WS-DRAW-WIDE
               + FUNCTION MOD(WS-LCG-STATE, 1000000)
           END-IF
           COMPUTE WS-DRAW-RESULT = WS-DRAW-LOW
             + FUNCTION MOD(WS-DRAW-WIDE, WS-DRAW-SPAN)
           .
      ***** Problem1: every integer below the bound, added once if
      ***** any divisor in the case divides it.
       F10-ReferenceProblem1.
           MOVE 0 TO WS-REF-SUM
           PERFORM VARYING WS-REF-I FROM 1 BY 1
             UNTIL WS-REF-I >= WS-CASE-PRIMARY
             PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
               UNTIL WS-DIV-IDX > WS-DIV-COUNT
               IF FUNCTION MOD(WS-REF-I, WS-DIV-VALUE(WS-DIV-IDX)) = 0
                 ADD WS-REF-I TO WS-REF-SUM
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE WS-REF-SUM TO WS-CASE-REFERENCE
           .
      ***** Problem3: divide out every integer from 2 upward while
      ***** its square still fits what is left; whatever remains
      ***** above 1 is itself the largest prime factor.
       F30-ReferenceProblem3.
           MOVE WS-CASE-PRIMARY TO WS-REF-N
           MOVE 0 TO WS-REF-SUM
           MOVE 2 TO WS-REF-D
           PERFORM UNTIL WS-REF-D * WS-REF-D > WS-REF-N
             DIVIDE WS-REF-N BY WS-REF-D
               GIVING WS-REF-QUOT REMAINDER WS-REF-REM
             IF WS-REF-REM = 0
               MOVE WS-REF-QUOT TO WS-REF-N
               MOVE WS-REF-D TO WS-REF-SUM
             ELSE
               ADD 1 TO WS-REF-D
             END-IF
           END-PERFORM
           IF WS-REF-N > 1
             MOVE WS-REF-N TO WS-REF-SUM
           END-IF
           MOVE WS-REF-SUM TO WS-CASE-REFERENCE
           .
      ***** Problem7: count primes one candidate at a time.
       F70-ReferenceProblem7.
           MOVE 0 TO WS-REF-COUNT
           MOVE 1 TO WS-REF-CAND
           PERFORM UNTIL WS-REF-COUNT >= WS-CASE-PRIMARY
             ADD 1 TO WS-REF-CAND
             PERFORM F75-TrialDivide
             IF WS-REF-PRIME = 'Y'
               ADD 1 TO WS-REF-COUNT
             END-IF
           END-PERFORM
           MOVE WS-REF-CAND TO WS-CASE-REFERENCE
           .
      ***** WS-REF-CAND is prime when no integer from 2 up to its
      ***** square root divides it.
       F75-TrialDivide.
           MOVE 'Y' TO WS-REF-PRIME
           IF WS-REF-CAND < 2
             MOVE 'N' TO WS-REF-PRIME
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-D FROM 2 BY 1
             UNTIL WS-REF-D * WS-REF-D > WS-REF-CAND
             IF FUNCTION MOD(WS-REF-CAND, WS-REF-D) = 0
               MOVE 'N' TO WS-REF-PRIME
               EXIT PERFORM
             END-IF
           END-PERFORM
           .
      ***** Problem10: every prime strictly below the ceiling.
       F80-ReferenceProblem10.
           MOVE 0 TO WS-REF-SUM
           PERFORM VARYING WS-REF-CAND FROM 2 BY 1
             UNTIL WS-REF-CAND >= WS-CASE-PRIMARY
             PERFORM F75-TrialDivide
             IF WS-REF-PRIME = 'Y'
               ADD WS-REF-CAND TO WS-REF-SUM
             END-IF
           END-PERFORM
           MOVE WS-REF-SUM TO WS-CASE-REFERENCE
           .
      ***** Problem12: the first triangle number with over N
      ***** divisors, each triangle number's divisors counted in
      ***** pairs up to its own square root.
       F90-ReferenceProblem12.
           MOVE 0 TO WS-REF-K
           MOVE 0 TO WS-REF-TRI
           MOVE 0 TO WS-REF-DIVS
           PERFORM UNTIL WS-REF-DIVS > WS-CASE-PRIMARY
             ADD 1 TO WS-REF-K
             ADD WS-REF-K TO WS-REF-TRI
             MOVE 0 TO WS-REF-DIVS
             PERFORM VARYING WS-REF-D FROM 1 BY 1
               UNTIL WS-REF-D * WS-REF-D > WS-REF-TRI
               IF FUNCTION MOD(WS-REF-TRI, WS-REF-D) = 0
                 IF WS-REF-D * WS-REF-D = WS-REF-TRI
                   ADD 1 TO WS-REF-DIVS
                 ELSE
                   ADD 2 TO WS-REF-DIVS
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE WS-REF-TRI TO WS-CASE-REFERENCE
           .
       F00-WriteSummary.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           MOVE WS-AGREE-COUNT TO WS-COUNT-EDIT
           STRING "Cases agreed:     " FUNCTION TRIM(WS-COUNT-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           MOVE WS-DIFFER-COUNT TO WS-COUNT-EDIT
           STRING "Cases disagreed:  " FUNCTION TRIM(WS-COUNT-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
           STRING "Cases unanswered: " FUNCTION TRIM(WS-COUNT-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-SKIPPED-ROWS > 0
             MOVE SPACES TO RPT-LINE
             MOVE WS-SKIPPED-ROWS TO WS-COUNT-EDIT
             STRING "Control rows skipped: "
               FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           .
      ***** COVERAGE: every history record is placed in one of ten
      ***** equal slices of its program's current range (or counted
      ***** outside it, for a case drawn under an older range), and
      ***** each program's slices are reported with the ones never
      ***** sampled.
       G00-CoverageReport.
           MOVE "project-euler/shadowcov.rpt" TO WS-RPT-BASE
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               FUNCTION TRIM(WS-RPT-FILENAME) " (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "Shadow Check - Parameter Space Coverage"
             TO EURPTFMT-TITLE
           PERFORM A20-WriteReportHeader
           MOVE 'N' TO EOF-HIST-FILE
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS-CD = "00"
             PERFORM UNTIL EOF-HIST-FILE = 'Y'
               READ HIST-FILE
                 AT END
                   MOVE 'Y' TO EOF-HIST-FILE
                 NOT AT END
                   PERFORM G10-PlaceHistoryCase
               END-READ
             END-PERFORM
             CLOSE HIST-FILE
           ELSE
             MOVE "No shadow history on file yet." TO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
             UNTIL WS-SH-IDX > WS-SH-COUNT
             PERFORM G20-WriteProgramCoverage
           END-PERFORM
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           DISPLAY "Report written to "
             FUNCTION TRIM(WS-RPT-FILENAME)
           IF WS-SKIPPED-ROWS > 0
             MOVE 4 TO WS-FINAL-RC
           END-IF
           .
       G10-PlaceHistoryCase.
           IF HIST-PRIMARY IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
             UNTIL WS-SH-IDX > WS-SH-COUNT
             IF WS-SH-PROGRAM(WS-SH-IDX) = HIST-PROGRAM
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-SH-IDX > WS-SH-COUNT
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SH-CASES(WS-SH-IDX)
           IF HIST-RESULT NOT = "AGREE"
             ADD 1 TO WS-SH-DIFFER(WS-SH-IDX)
           END-IF
           IF HIST-PRIMARY < WS-SH-LOW(WS-SH-IDX)
             OR HIST-PRIMARY > WS-SH-HIGH(WS-SH-IDX)
             ADD 1 TO WS-SH-OUTSIDE(WS-SH-IDX)
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SLICE-SPAN =
             WS-SH-HIGH(WS-SH-IDX) - WS-SH-LOW(WS-SH-IDX) + 1
           COMPUTE WS-SLICE-IDX =
             (HIST-PRIMARY - WS-SH-LOW(WS-SH-IDX)) * 10
             / WS-SLICE-SPAN + 1
           IF WS-SLICE-IDX > 10
             MOVE 10 TO WS-SLICE-IDX
           END-IF
           ADD 1 TO WS-SH-SLICE(WS-SH-IDX, WS-SLICE-IDX)
           .
       G20-WriteProgramCoverage.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           MOVE WS-SH-LOW(WS-SH-IDX) TO WS-NUM-EDIT
           MOVE WS-SH-HIGH(WS-SH-IDX) TO WS-FAST-EDIT
           MOVE WS-SH-CASES(WS-SH-IDX) TO WS-COUNT-EDIT
           STRING FUNCTION TRIM(WS-SH-PROGRAM(WS-SH-IDX))
             "  range " FUNCTION TRIM(WS-NUM-EDIT) "-"
             FUNCTION TRIM(WS-FAST-EDIT) "  cases sampled: "
             FUNCTION TRIM(WS-COUNT-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO WS-SLICE-LINE
           MOVE 1 TO WS-SLICE-PTR
           MOVE 0 TO WS-SLICE-EMPTY
           STRING "  by tenth of range:" DELIMITED BY SIZE
             INTO WS-SLICE-LINE WITH POINTER WS-SLICE-PTR
           PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
             UNTIL WS-SLICE-IDX > 10
             MOVE WS-SH-SLICE(WS-SH-IDX, WS-SLICE-IDX)
               TO WS-COUNT-EDIT
             STRING WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-SLICE-LINE WITH POINTER WS-SLICE-PTR
             IF WS-SH-SLICE(WS-SH-IDX, WS-SLICE-IDX) = 0
               ADD 1 TO WS-SLICE-EMPTY
             END-IF
           END-PERFORM
           MOVE WS-SLICE-LINE TO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           MOVE WS-SLICE-EMPTY TO WS-COUNT-EDIT
           MOVE WS-SH-DIFFER(WS-SH-IDX) TO WS-REF-EDIT
           MOVE WS-SH-OUTSIDE(WS-SH-IDX) TO WS-FAST-EDIT
           STRING "  tenths never sampled: "
             FUNCTION TRIM(WS-COUNT-EDIT)
             "  cases not agreeing: " FUNCTION TRIM(WS-REF-EDIT)
             "  cases outside the current range: "
             FUNCTION TRIM(WS-FAST-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** Exit
       END PROGRAM ShadowCheck.
