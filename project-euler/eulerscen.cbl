      *    continues; the job ends with RETURN-CODE 8 if any
      *    scenario abended or was skipped.
      *
      *    Run as
      *        eulerscen SCHEDULED
      *    it runs instead every scheduled scenario file EulerSched
      *    found due tonight (the SCENARIO= lines of the decision
      *    file project-euler/euler.schedule, see eulersched.cbl),
      *    one after another, each to its own report
      *    project-euler/eulerscen.<schedule id>.rpt for RptDist to
      *    deliver under the schedule id. A scheduled file that
      *    cannot be opened leaves no report behind - any older one
      *    is deleted - so the delivery step raises it as missing
      *    rather than sending last month's; the run then ends with
      *    RETURN-CODE 8.
      *
      *    Scenarios chain: a record that names its result with a
      *    variable tag lets a later record reference that value in
      *    its parameter list as &tag - the runner substitutes the
      *    entry skips the referencing scenario with the reason on
      *    its report line.
      *
      *    Sweeps: instead of one record per cell of a table, a block
      *    of three records runs one program over every combination
      *    of two parameters' values and reports the answers as a
      *    matrix:
      *        SWEEP    columns  1-12  SWEEP
      *                 columns 13-24  program name
      *                 columns 25-72  every parameter, in command-line
      *                                order; the two swept positions
      *                                hold a placeholder (say *)
      *        ACROSS   columns  1-12  ACROSS (values across the page)
      *        DOWN     columns  1-12  DOWN (values down the side)
      *                 columns 13-14  parameter position, 01-20
      *                 columns 16-72  the values, space separated, or
      *                                a range: <from> THRU <to>
      *                                [BY <step>]
      *                 columns 73-80  optional heading for the values
      *    ACROSS and DOWN follow their SWEEP record, in either order;
      *    each axis takes up to 30 values. A value may stand for
      *    several consecutive parameters joined by + (a divisor set
      *    3+5+7 is three Problem1 arguments). Parameters may be
      *    &tag references as in any other record. Every cell is a
      *    normal CALL of the program, so each is ledgered as an
      *    ordinary run under this run's run ID; a cell that ends
      *    with a non-zero RETURN-CODE is marked *FAILED(rc) in the
      *    matrix and counts as an abend, one whose &tag cannot be
      *    resolved is marked *SKIPPED. The matrix is printed in as
      *    many panels of columns as the page width needs. A sweep
      *    block that is incomplete or malformed is skipped with the
      *    reason on its report line. project-euler/sweeps.scenarios
      *    holds the standing month-end sweeps.
      *
      *    CALLs the Problem programs by name - one CALL per scenario
      *    record (B00-RunScenario) and one per sweep cell
      *    (E40-RunCell) - so like EulerDriver it needs every called
      *    program's object code linked into the same run unit:
      *    compile together with the programs a scenarios file can
      *    name (problem1.cbl through problem25.cbl and
      *    fun/fizzbuzz.cbl) and the shared modules in one cobc -x
      *    invocation, eulerscen.cbl listed first so it becomes the
      *    executable's entry point. EulerScen itself CALLs suitelock,
      *    reportformat and datecalc; the Problem programs, directly
      *    or through one another, CALL ledgerwriter, chainhash,
      *    resultreuse, datacheck, incidentlog, ckptmgr, cmdchannel,
      *    parmcheck, pathname, configget, chgjournal, userauth,
      *    reportversion, statuswriter, timebox, primetest,
      *    primedemand, factorize, divisorcount, divisorsum, bignum
      *    and numwords.
      *****************************************************************
       PROGRAM-ID. EulerScen.
       ENVIRONMENT DIVISION.
           SELECT SCEN-FILE ASSIGN TO DYNAMIC WS-SCEN-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCEN-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
           SELECT DECISION-FILE
             ASSIGN TO "project-euler/euler.schedule"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DECISION-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD SCEN-FILE.
           05 SCEN-PROGRAM PIC X(12).
           05 SCEN-PARMS PIC X(60).
           05 SCEN-VARTAG PIC X(8).
       01 SWEEP-RECORD.
           05 SWEEP-KEYWORD PIC X(12).
           05 SWEEP-PROGRAM PIC X(12).
           05 SWEEP-PARMS PIC X(48).
           05 FILLER PIC X(8).
       01 AXIS-RECORD.
           05 AXIS-KEYWORD PIC X(12).
           05 AXIS-POSITION PIC X(2).
           05 FILLER PIC X(1).
           05 AXIS-VALUES PIC X(57).
           05 AXIS-LABEL PIC X(8).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       FD DECISION-FILE.
       01 DECISION-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RPT-NAME PIC X(100)
          VALUE "project-euler/eulerscen.rpt".
       01 WS-DECISION-STATUS-CD PIC XX.
       01 EOF-DECISION-FILE PIC X VALUE 'N'.
       01 WS-SCHEDULED PIC X(1) VALUE 'N'.
       01 WS-SCHED-ID PIC X(12).
       01 WS-DUE-COUNT PIC 9(2) VALUE 0.
       01 WS-DUE-TBL.
           05 WS-DUE-ENTRY OCCURS 20 TIMES.
               10 WS-DUE-ID PIC X(12).
               10 WS-DUE-FILE PIC X(60).
       01 WS-DUE-IDX PIC 9(2).
       01 WS-FILE-FAILED PIC X(1).
       01 WS-FAILED-FILES PIC 9(2) VALUE 0.
       01 WS-TOTAL-ABENDS PIC 9(3) VALUE 0.
       01 WS-TOTAL-SKIPS PIC 9(3) VALUE 0.
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-SCEN-FILENAME PIC X(255)
          VALUE "project-euler/euler.scenarios".
       01 WS-SCEN-STATUS-CD PIC XX.
       01 WS-STEP-RC PIC 9(4).
       01 WS-ANSWER-EDIT PIC Z(19)9.
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
      ***** The sweep being collected or run: its program, its base
      ***** parameter list, and its two axes (1 across, 2 down).
       01 WS-SW-OPEN PIC X(1) VALUE 'N'.
       01 WS-SW-PROGRAM PIC X(12).
       01 WS-SW-BASE PIC X(48).
       01 WS-SW-REASON PIC X(60).
       01 WS-SW-BASE-COUNT PIC 9(2).
       01 WS-SW-BASE-TBL.
           05 WS-SW-BASE-VALUE PIC X(18) OCCURS 30 TIMES.
       01 WS-SW-AXIS-TBL.
           05 WS-SW-AXIS OCCURS 2 TIMES.
               10 WS-SW-SEEN PIC X(1).
               10 WS-SW-POS PIC 9(2).
               10 WS-SW-LABEL PIC X(12).
               10 WS-SW-COUNT PIC 9(2).
               10 WS-SW-VALUE PIC X(18) OCCURS 30 TIMES.
       01 WS-SW-AX PIC 9(1).
       01 WS-SW-KEYWORD PIC X(8).
       01 WS-SW-CELL-TBL.
           05 WS-SW-ROW OCCURS 30 TIMES.
               10 WS-SW-CELL PIC X(20) OCCURS 30 TIMES.
       01 WS-SW-ACROSS-IDX PIC 9(2).
       01 WS-SW-DOWN-IDX PIC 9(2).
       01 WS-SW-CELLS PIC 9(4).
       01 WS-SW-FAILED PIC 9(4).
       01 WS-SW-PARM-IDX PIC 9(2).
       01 WS-SW-PARM-MAX PIC 9(2).
       01 WS-SW-RC-EDIT PIC ZZZ9.
       01 WS-SW-COUNT-EDIT PIC ZZZ9.
       01 WS-SW-COUNT-EDIT2 PIC ZZZ9.
      ***** Splitting a list into values, and a value into pieces.
       01 WS-SW-TEXT PIC X(60).
       01 WS-SW-PTR PIC 9(3).
       01 WS-SW-TOKEN PIC X(30).
       01 WS-SW-TOKEN-LEN PIC 9(3).
       01 WS-SW-TOK-COUNT PIC 9(2).
       01 WS-SW-TOK-TBL.
           05 WS-SW-TOK PIC X(18) OCCURS 30 TIMES.
       01 WS-SW-PIECE-SRC PIC X(18).
       01 WS-SW-PIECE PIC X(18).
       01 WS-SW-PIECE-PTR PIC 9(3).
       01 WS-SW-NUM-X PIC X(18).
       01 WS-SW-NUM-OK PIC X(1).
       01 WS-SW-NUM PIC 9(18).
       01 WS-SW-FROM PIC 9(18).
       01 WS-SW-TO PIC 9(18).
       01 WS-SW-BY PIC 9(18).
       01 WS-SW-NUM-EDIT PIC Z(17)9.
      ***** Matrix layout: row-label width, cell width, and the
      ***** columns each panel of the page can hold.
       01 WS-SW-MEASURE PIC X(20).
       01 WS-SW-LEN PIC 9(3).
       01 WS-SW-LABEL-W PIC 9(3).
       01 WS-SW-CELL-W PIC 9(3).
       01 WS-SW-COL PIC 9(3).
       01 WS-SW-PER-PANEL PIC 9(3).
       01 WS-SW-PANEL-FIRST PIC 9(3).
       01 WS-SW-PANEL-LAST PIC 9(3).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EURUNID.
       01 WS-SL-MODE PIC X(1).
       01 WS-SL-PROGRAM PIC X(12) VALUE "EulerScen".
           PERFORM A01-StampRunDate
           PERFORM A03-TakeSuiteLock
           PERFORM A05-GetParameters
           IF WS-SCHEDULED = 'Y'
             PERFORM D00-RunSchedule
           ELSE
             PERFORM A10-RunScenarioFile
             IF WS-FILE-FAILED = 'Y'
               PERFORM A04-DropSuiteLock
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           IF WS-TOTAL-ABENDS > 0 OR WS-TOTAL-SKIPS > 0
             OR WS-FAILED-FILES > 0
             MOVE 8 TO WS-FINAL-RC
           END-IF
           PERFORM A99-ReportElapsedTime
           PERFORM A04-DropSuiteLock
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.
      ***** End of Program execution
      ***** Takes the suite-level job mutex (see suitelock.cbl) so
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
      ***** An alternate scenarios file may be named as the first
      ***** command-line argument, so analysis packs can be kept as
      ***** separate files and run without renaming; SCHEDULED in
      ***** its place runs tonight's scheduled files instead.
       A05-GetParameters.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-SCEN-FILENAME FROM ARGUMENT-VALUE
               MOVE "project-euler/euler.scenarios"
                 TO WS-SCEN-FILENAME
           END-ACCEPT
           IF FUNCTION UPPER-CASE(WS-SCEN-FILENAME) = "SCHEDULED"
             MOVE 'Y' TO WS-SCHEDULED
           END-IF
           .
      ***** Runs one scenarios file to one report. Each file starts
      ***** with its own numbering and its own variable tags; a
      ***** file or report that cannot be opened sets
      ***** WS-FILE-FAILED and runs nothing.
       A10-RunScenarioFile.
           MOVE 'N' TO WS-FILE-FAILED
           MOVE 'N' TO EOF-SCEN-FILE
           MOVE 0 TO WS-SCEN-NUM WS-VAR-COUNT
           MOVE 0 TO WS-ABEND-COUNT WS-SKIP-COUNT
           OPEN INPUT SCEN-FILE
           IF WS-SCEN-STATUS-CD NOT = "00"
             IF WS-SCHEDULED = 'Y'
               DISPLAY "ERROR: cannot open scenarios file "
                 FUNCTION TRIM(WS-SCEN-FILENAME)
                 " (status " WS-SCEN-STATUS-CD "); "
                 FUNCTION TRIM(WS-SCHED-ID) " not run"
               CALL "CBL_DELETE_FILE" USING WS-RPT-NAME
             ELSE
               DISPLAY "ABEND: cannot open scenarios file "
                 FUNCTION TRIM(WS-SCEN-FILENAME)
                 " (status " WS-SCEN-STATUS-CD ")"
             END-IF
             MOVE 'Y' TO WS-FILE-FAILED
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               FUNCTION TRIM(WS-RPT-NAME) " (status "
               WS-RPT-STATUS-CD ")"
             CLOSE SCEN-FILE
             MOVE 'Y' TO WS-FILE-FAILED
             EXIT PARAGRAPH
           END-IF
           PERFORM A02-WriteReportHeader
           PERFORM WITH TEST AFTER UNTIL EOF-SCEN-FILE = 'Y'
             READ SCEN-FILE
               AT END MOVE 'Y' TO EOF-SCEN-FILE
               NOT AT END
                 IF SCEN-PROGRAM NOT = SPACES
                   PERFORM A15-TakeRecord
                   PERFORM A06-BeatSuiteLock
                 END-IF
             END-READ
           END-PERFORM
           IF WS-SW-OPEN = 'Y'
             PERFORM E90-IncompleteSweep
           END-IF
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           CLOSE SCEN-FILE
           DISPLAY "Scenarios complete: " WS-SCEN-NUM " run, "
             WS-ABEND-COUNT " abended, " WS-SKIP-COUNT " skipped"
           ADD WS-ABEND-COUNT TO WS-TOTAL-ABENDS
           ADD WS-SKIP-COUNT TO WS-TOTAL-SKIPS
           .
      ***** A record is a scenario, or part of a sweep block. Any
      ***** record other than ACROSS or DOWN ends an open sweep that
      ***** is still missing one of them.
       A15-TakeRecord.
           IF SCEN-PROGRAM = "ACROSS" OR SCEN-PROGRAM = "DOWN"
             PERFORM E10-TakeAxis
             EXIT PARAGRAPH
           END-IF
           IF WS-SW-OPEN = 'Y'
             PERFORM E90-IncompleteSweep
           END-IF
           IF SCEN-PROGRAM = "SWEEP"
             PERFORM E00-OpenSweep
           ELSE
             PERFORM B00-RunScenario
           END-IF
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "EulerScen" TO EURPTFMT-PROGRAM
           IF WS-SCHEDULED = 'Y'
             MOVE SPACES TO EURPTFMT-TITLE
             STRING "Scheduled Scenario Run - "
               FUNCTION TRIM(WS-SCHED-ID)
               DELIMITED BY SIZE INTO EURPTFMT-TITLE
           ELSE
             MOVE "Scenario Run - Consolidated Results"
               TO EURPTFMT-TITLE
           END-IF
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
      ***** so the called program never reads this runner's own
      ***** command line), CALLs the program, and reports the answer
      ***** it left in WS-EULER-RESULT.
      ***** The program is CANCELled after the CALL, as in
      ***** EulerDriver's B00-RunStep, so the next CALL starts fresh.
       B00-RunScenario.
           ADD 1 TO WS-SCEN-NUM
           MOVE SCEN-PROGRAM TO WS-SCEN-PROGRAM
           END-CALL
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           MOVE RETURN-CODE TO WS-STEP-RC
           CANCEL WS-SCEN-PROGRAM
           MOVE 0 TO RETURN-CODE
           PERFORM B10-RecordVariable
           PERFORM C00-WriteScenarioLine
           MOVE WS-PAGED-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
      ***** SCHEDULED: tonight's due files from the decision file,
      ***** each run to project-euler/eulerscen.<id>.rpt. No
      ***** decision file means EulerSched has not run, which the
      ***** nightly cycle never allows.
       D00-RunSchedule.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open decision file "
               "project-euler/euler.schedule (status "
               WS-DECISION-STATUS-CD "); run EulerSched first"
             PERFORM A04-DropSuiteLock
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-DECISION-FILE = 'Y'
             READ DECISION-FILE
               AT END MOVE 'Y' TO EOF-DECISION-FILE
               NOT AT END
                 IF DECISION-LINE(1:5) = "DATE="
                   DISPLAY "Schedule decision: "
                     FUNCTION TRIM(DECISION-LINE)
                 END-IF
                 IF DECISION-LINE(1:9) = "SCENARIO="
                   AND WS-DUE-COUNT < 20
                   ADD 1 TO WS-DUE-COUNT
                   MOVE DECISION-LINE(10:12)
                     TO WS-DUE-ID(WS-DUE-COUNT)
                   MOVE DECISION-LINE(29:60)
                     TO WS-DUE-FILE(WS-DUE-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           IF WS-DUE-COUNT = 0
             DISPLAY "No scheduled scenario files due tonight"
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
             UNTIL WS-DUE-IDX > WS-DUE-COUNT
             MOVE WS-DUE-ID(WS-DUE-IDX) TO WS-SCHED-ID
             MOVE WS-DUE-FILE(WS-DUE-IDX) TO WS-SCEN-FILENAME
             MOVE SPACES TO WS-RPT-NAME
             STRING "project-euler/eulerscen."
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-SCHED-ID))
               ".rpt"
               DELIMITED BY SIZE INTO WS-RPT-NAME
             DISPLAY "Scheduled scenario file "
               FUNCTION TRIM(WS-SCHED-ID) ": "
               FUNCTION TRIM(WS-SCEN-FILENAME)
             PERFORM A10-RunScenarioFile
             IF WS-FILE-FAILED = 'Y'
               ADD 1 TO WS-FAILED-FILES
             END-IF
           END-PERFORM
           .
      ***** A SWEEP record opens a block: its program and base
      ***** parameter list are held until both axes have been read.
       E00-OpenSweep.
           MOVE 'Y' TO WS-SW-OPEN
           MOVE SWEEP-PROGRAM TO WS-SW-PROGRAM
           MOVE SWEEP-PARMS TO WS-SW-BASE
           MOVE SPACES TO WS-SW-REASON
           INITIALIZE WS-SW-AXIS-TBL
           MOVE 'N' TO WS-SW-SEEN(1) WS-SW-SEEN(2)
           MOVE WS-SW-BASE TO WS-SW-TEXT
           PERFORM E50-SplitList
           MOVE WS-SW-TOK-COUNT TO WS-SW-BASE-COUNT
           MOVE WS-SW-TOK-TBL TO WS-SW-BASE-TBL
           IF WS-SW-PROGRAM = SPACES AND WS-SW-REASON = SPACES
             MOVE "SWEEP record names no program" TO WS-SW-REASON
           END-IF
           .
      ***** An ACROSS or DOWN record gives one axis of the open
      ***** sweep; the second of the two runs it.
       E10-TakeAxis.
           IF WS-SW-OPEN = 'N'
             ADD 1 TO WS-SCEN-NUM
             MOVE SCEN-PROGRAM TO WS-SCEN-PROGRAM
             MOVE SCEN-PARMS TO WS-SCEN-PARMS
             MOVE SPACES TO WS-SKIP-REASON
             STRING FUNCTION TRIM(SCEN-PROGRAM)
               " record with no SWEEP record before it"
               DELIMITED BY SIZE INTO WS-SKIP-REASON
             PERFORM C10-WriteSkipLine
             EXIT PARAGRAPH
           END-IF
           IF AXIS-KEYWORD = "ACROSS"
             MOVE 1 TO WS-SW-AX
           ELSE
             MOVE 2 TO WS-SW-AX
           END-IF
           MOVE AXIS-KEYWORD TO WS-SW-KEYWORD
           IF WS-SW-SEEN(WS-SW-AX) = 'Y' AND WS-SW-REASON = SPACES
             STRING "two " FUNCTION TRIM(WS-SW-KEYWORD)
               " records in one sweep"
               DELIMITED BY SIZE INTO WS-SW-REASON
           END-IF
           MOVE 'Y' TO WS-SW-SEEN(WS-SW-AX)
           IF WS-SW-REASON = SPACES
             PERFORM E20-ReadAxis
           END-IF
           IF WS-SW-SEEN(1) = 'Y' AND WS-SW-SEEN(2) = 'Y'
             PERFORM E30-RunSweep
           END-IF
           .
      ***** Position, heading and values of the axis in WS-SW-AX:
      ***** a list as written, or a THRU range expanded.
       E20-ReadAxis.
           IF AXIS-POSITION IS NOT NUMERIC
             OR AXIS-POSITION = "00" OR AXIS-POSITION > "20"
             STRING FUNCTION TRIM(WS-SW-KEYWORD)
               " position must be 01 to 20"
               DELIMITED BY SIZE INTO WS-SW-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE AXIS-POSITION TO WS-SW-POS(WS-SW-AX)
           MOVE AXIS-LABEL TO WS-SW-LABEL(WS-SW-AX)
           IF AXIS-LABEL = SPACES
             STRING "PARM " AXIS-POSITION
               DELIMITED BY SIZE INTO WS-SW-LABEL(WS-SW-AX)
           END-IF
           MOVE AXIS-VALUES TO WS-SW-TEXT
           PERFORM E50-SplitList
           IF WS-SW-REASON NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-SW-TOK-COUNT = 0
             STRING FUNCTION TRIM(WS-SW-KEYWORD) " gives no values"
               DELIMITED BY SIZE INTO WS-SW-REASON
             EXIT PARAGRAPH
           END-IF
           IF WS-SW-TOK(2) = "THRU"
             PERFORM E25-ExpandRange
           ELSE
             MOVE WS-SW-TOK-COUNT TO WS-SW-COUNT(WS-SW-AX)
             PERFORM VARYING WS-SW-PARM-IDX FROM 1 BY 1
               UNTIL WS-SW-PARM-IDX > WS-SW-TOK-COUNT
               MOVE WS-SW-TOK(WS-SW-PARM-IDX)
                 TO WS-SW-VALUE(WS-SW-AX, WS-SW-PARM-IDX)
             END-PERFORM
           END-IF
           .
      ***** <from> THRU <to> [BY <step>], whole numbers, from no
      ***** greater than to; the last value is the last step that
      ***** does not pass <to>.
       E25-ExpandRange.
           IF NOT (WS-SW-TOK-COUNT = 3 OR (WS-SW-TOK-COUNT = 5
             AND WS-SW-TOK(4) = "BY"))
             STRING FUNCTION TRIM(WS-SW-KEYWORD)
               " range must read <from> THRU <to> [BY <step>]"
               DELIMITED BY SIZE INTO WS-SW-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SW-BY
           MOVE WS-SW-TOK(1) TO WS-SW-NUM-X
           PERFORM E55-CheckNumber
           MOVE WS-SW-NUM TO WS-SW-FROM
           IF WS-SW-NUM-OK = 'Y'
             MOVE WS-SW-TOK(3) TO WS-SW-NUM-X
             PERFORM E55-CheckNumber
             MOVE WS-SW-NUM TO WS-SW-TO
           END-IF
           IF WS-SW-NUM-OK = 'Y' AND WS-SW-TOK-COUNT = 5
             MOVE WS-SW-TOK(5) TO WS-SW-NUM-X
             PERFORM E55-CheckNumber
             MOVE WS-SW-NUM TO WS-SW-BY
           END-IF
           IF WS-SW-NUM-OK = 'N' OR WS-SW-BY = 0
             OR WS-SW-FROM > WS-SW-TO
             STRING FUNCTION TRIM(WS-SW-KEYWORD)
               " range needs whole numbers, from <= to, step > 0"
               DELIMITED BY SIZE INTO WS-SW-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SW-COUNT(WS-SW-AX)
           MOVE WS-SW-FROM TO WS-SW-NUM
           PERFORM UNTIL WS-SW-NUM > WS-SW-TO
             OR WS-SW-REASON NOT = SPACES
             IF WS-SW-COUNT(WS-SW-AX) >= 30
               STRING FUNCTION TRIM(WS-SW-KEYWORD)
                 " range gives more than 30 values"
                 DELIMITED BY SIZE INTO WS-SW-REASON
             ELSE
               ADD 1 TO WS-SW-COUNT(WS-SW-AX)
               MOVE WS-SW-NUM TO WS-SW-NUM-EDIT
               MOVE FUNCTION TRIM(WS-SW-NUM-EDIT) TO
                 WS-SW-VALUE(WS-SW-AX, WS-SW-COUNT(WS-SW-AX))
               ADD WS-SW-BY TO WS-SW-NUM
                 ON SIZE ERROR
                   MOVE WS-SW-TO TO WS-SW-NUM
                   ADD 1 TO WS-SW-NUM
               END-ADD
             END-IF
           END-PERFORM
           .
      ***** Both axes are in: check the block hangs together, run
      ***** every cell, then print the matrix.
       E30-RunSweep.
           MOVE 'N' TO WS-SW-OPEN
           ADD 1 TO WS-SCEN-NUM
           MOVE WS-SW-PROGRAM TO WS-SCEN-PROGRAM
           MOVE SPACES TO WS-SCEN-PARMS
           STRING "SWEEP " WS-SW-BASE
             DELIMITED BY SIZE INTO WS-SCEN-PARMS
           PERFORM E35-CheckSweep
           IF WS-SW-REASON NOT = SPACES
             MOVE WS-SW-REASON TO WS-SKIP-REASON
             PERFORM C10-WriteSkipLine
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SW-CELLS WS-SW-FAILED
           MOVE SPACES TO WS-SW-CELL-TBL
           PERFORM VARYING WS-SW-DOWN-IDX FROM 1 BY 1
             UNTIL WS-SW-DOWN-IDX > WS-SW-COUNT(2)
             PERFORM VARYING WS-SW-ACROSS-IDX FROM 1 BY 1
               UNTIL WS-SW-ACROSS-IDX > WS-SW-COUNT(1)
               PERFORM E40-RunCell
             END-PERFORM
             PERFORM A06-BeatSuiteLock
           END-PERFORM
           PERFORM E60-WriteMatrix
           .
      ***** The two axes must name different positions, and every
      ***** position up to the highest swept one must have a value
      ***** from the base list or from an axis.
       E35-CheckSweep.
           IF WS-SW-REASON NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-SW-POS(1) = WS-SW-POS(2)
             MOVE "ACROSS and DOWN name the same parameter"
               TO WS-SW-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SW-BASE-COUNT TO WS-SW-PARM-MAX
           IF WS-SW-POS(1) > WS-SW-PARM-MAX
             MOVE WS-SW-POS(1) TO WS-SW-PARM-MAX
           END-IF
           IF WS-SW-POS(2) > WS-SW-PARM-MAX
             MOVE WS-SW-POS(2) TO WS-SW-PARM-MAX
           END-IF
           PERFORM VARYING WS-SW-PARM-IDX FROM 1 BY 1
             UNTIL WS-SW-PARM-IDX > WS-SW-PARM-MAX
             IF WS-SW-PARM-IDX > WS-SW-BASE-COUNT
               AND WS-SW-PARM-IDX NOT = WS-SW-POS(1)
               AND WS-SW-PARM-IDX NOT = WS-SW-POS(2)
               STRING "parameter " WS-SW-PARM-IDX
                 " has no value in the SWEEP record"
                 DELIMITED BY SIZE INTO WS-SW-REASON
               EXIT PERFORM
             END-IF
           END-PERFORM
           .
      ***** One cell: stage its parameters, CALL the program the way
      ***** B00-RunScenario does, and keep the answer or the mark.
       E40-RunCell.
           ADD 1 TO WS-SW-CELLS
           PERFORM E42-StageCell
           IF WS-SKIP-REASON NOT = SPACES
             MOVE 0 TO WS-EUPARM-OVR-COUNT
             ADD 1 TO WS-SKIP-COUNT
             ADD 1 TO WS-SW-FAILED
             MOVE "*SKIPPED" TO
               WS-SW-CELL(WS-SW-DOWN-IDX, WS-SW-ACROSS-IDX)
             DISPLAY "Sweep cell " FUNCTION TRIM(WS-SW-PROGRAM) " "
               FUNCTION TRIM(WS-SW-VALUE(2, WS-SW-DOWN-IDX)) " / "
               FUNCTION TRIM(WS-SW-VALUE(1, WS-SW-ACROSS-IDX))
               " SKIPPED - " FUNCTION TRIM(WS-SKIP-REASON)
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EULER-RESULT
           MOVE 0 TO RETURN-CODE
           CALL WS-SW-PROGRAM
             ON EXCEPTION
               MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           MOVE RETURN-CODE TO WS-STEP-RC
           CANCEL WS-SW-PROGRAM
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RC NOT = 0
             ADD 1 TO WS-ABEND-COUNT
             ADD 1 TO WS-SW-FAILED
             MOVE WS-STEP-RC TO WS-SW-RC-EDIT
             STRING "*FAILED(" FUNCTION TRIM(WS-SW-RC-EDIT) ")"
               DELIMITED BY SIZE INTO
               WS-SW-CELL(WS-SW-DOWN-IDX, WS-SW-ACROSS-IDX)
           ELSE
             MOVE WS-EULER-RESULT TO WS-ANSWER-EDIT
             MOVE FUNCTION TRIM(WS-ANSWER-EDIT) TO
               WS-SW-CELL(WS-SW-DOWN-IDX, WS-SW-ACROSS-IDX)
           END-IF
           .
      ***** The override table for the current cell: the base list
      ***** with the across and down values at their positions, each
      ***** value spread over as many entries as it has + pieces,
      ***** then &tag references resolved as for any scenario.
       E42-StageCell.
           MOVE SPACES TO WS-EUPARM-OVERRIDE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           MOVE SPACES TO WS-SKIP-REASON
           PERFORM VARYING WS-SW-PARM-IDX FROM 1 BY 1
             UNTIL WS-SW-PARM-IDX > WS-SW-PARM-MAX
             OR WS-SKIP-REASON NOT = SPACES
             EVALUATE WS-SW-PARM-IDX
               WHEN WS-SW-POS(1)
                 MOVE WS-SW-VALUE(1, WS-SW-ACROSS-IDX)
                   TO WS-SW-PIECE-SRC
               WHEN WS-SW-POS(2)
                 MOVE WS-SW-VALUE(2, WS-SW-DOWN-IDX)
                   TO WS-SW-PIECE-SRC
               WHEN OTHER
                 MOVE WS-SW-BASE-VALUE(WS-SW-PARM-IDX)
                   TO WS-SW-PIECE-SRC
             END-EVALUATE
             PERFORM E45-AddPieces
           END-PERFORM
           IF WS-SKIP-REASON = SPACES
             PERFORM B05-ResolveVariables
           END-IF
           .
       E45-AddPieces.
           MOVE 1 TO WS-SW-PIECE-PTR
           PERFORM UNTIL WS-SW-PIECE-PTR > 18
             OR WS-SKIP-REASON NOT = SPACES
             MOVE SPACES TO WS-SW-PIECE
             UNSTRING WS-SW-PIECE-SRC DELIMITED BY "+" OR " "
               INTO WS-SW-PIECE
               WITH POINTER WS-SW-PIECE-PTR
             END-UNSTRING
             IF WS-SW-PIECE NOT = SPACES
               IF WS-EUPARM-OVR-COUNT >= 20
                 MOVE "cell needs more than 20 parameters"
                   TO WS-SKIP-REASON
               ELSE
                 ADD 1 TO WS-EUPARM-OVR-COUNT
                 MOVE WS-SW-PIECE
                   TO WS-EUPARM-OVR-VALUE(WS-EUPARM-OVR-COUNT)
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Splits WS-SW-TEXT at its spaces into WS-SW-TOK, up to 30
      ***** values of up to 18 characters (the width of an override
      ***** entry); anything longer or more is a reason to skip.
       E50-SplitList.
           MOVE 0 TO WS-SW-TOK-COUNT
           MOVE SPACES TO WS-SW-TOK-TBL
           IF WS-SW-TEXT = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SW-TEXT) TO WS-SW-TEXT
           COMPUTE WS-SW-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(WS-SW-TEXT))
           MOVE 1 TO WS-SW-PTR
           PERFORM UNTIL WS-SW-PTR > WS-SW-LEN
             OR WS-SW-REASON NOT = SPACES
             MOVE SPACES TO WS-SW-TOKEN
             MOVE 0 TO WS-SW-TOKEN-LEN
             UNSTRING WS-SW-TEXT DELIMITED BY ALL " "
               INTO WS-SW-TOKEN COUNT IN WS-SW-TOKEN-LEN
               WITH POINTER WS-SW-PTR
             END-UNSTRING
             EVALUATE TRUE
               WHEN WS-SW-TOKEN-LEN > 18
                 STRING "value " FUNCTION TRIM(WS-SW-TOKEN)
                   " is longer than 18 characters"
                   DELIMITED BY SIZE INTO WS-SW-REASON
               WHEN WS-SW-TOK-COUNT >= 30
                 MOVE "more than 30 values in one list"
                   TO WS-SW-REASON
               WHEN OTHER
                 ADD 1 TO WS-SW-TOK-COUNT
                 MOVE WS-SW-TOKEN TO WS-SW-TOK(WS-SW-TOK-COUNT)
             END-EVALUATE
           END-PERFORM
           .
      ***** A whole number here is one or more digits and nothing
      ***** else; its value comes back in WS-SW-NUM.
       E55-CheckNumber.
           MOVE 'N' TO WS-SW-NUM-OK
           MOVE 0 TO WS-SW-NUM
           MOVE 0 TO WS-SW-LEN
           INSPECT WS-SW-NUM-X TALLYING WS-SW-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SW-LEN = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-SW-NUM-X(1:WS-SW-LEN) IS NUMERIC
             AND WS-SW-NUM-X(WS-SW-LEN + 1:) = SPACES
             MOVE 'Y' TO WS-SW-NUM-OK
             MOVE WS-SW-NUM-X(1:WS-SW-LEN) TO WS-SW-NUM
           END-IF
           .
      ***** The matrix: a scenario line, the two axes named, then
      ***** the down values in a left-hand column and the answers
      ***** right-aligned under each across value - in panels of
      ***** as many columns as fit the 130-character line.
       E60-WriteMatrix.
           MOVE WS-SW-CELLS TO WS-SW-COUNT-EDIT
           MOVE WS-SW-FAILED TO WS-SW-COUNT-EDIT2
           MOVE SPACES TO RPT-LINE
           STRING "Scenario " WS-SCEN-NUM "  "
             FUNCTION TRIM(WS-SW-PROGRAM) "  sweep of "
             FUNCTION TRIM(WS-SW-BASE) "  "
             FUNCTION TRIM(WS-SW-COUNT-EDIT) " runs, "
             FUNCTION TRIM(WS-SW-COUNT-EDIT2) " failed"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           STRING "    down: " FUNCTION TRIM(WS-SW-LABEL(2))
             " (parameter " WS-SW-POS(2) ")    across: "
             FUNCTION TRIM(WS-SW-LABEL(1))
             " (parameter " WS-SW-POS(1) ")"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM E65-SizeMatrix
           MOVE 1 TO WS-SW-PANEL-FIRST
           PERFORM UNTIL WS-SW-PANEL-FIRST > WS-SW-COUNT(1)
             COMPUTE WS-SW-PANEL-LAST =
               WS-SW-PANEL-FIRST + WS-SW-PER-PANEL - 1
             IF WS-SW-PANEL-LAST > WS-SW-COUNT(1)
               MOVE WS-SW-COUNT(1) TO WS-SW-PANEL-LAST
             END-IF
             PERFORM E70-WritePanel
             COMPUTE WS-SW-PANEL-FIRST = WS-SW-PANEL-LAST + 1
           END-PERFORM
           IF WS-SW-FAILED > 0
             MOVE SPACES TO RPT-LINE
             STRING "    *FAILED(rc): the run ended with that"
               " RETURN-CODE   *SKIPPED: not run, reason on the"
               " console log"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           .
      ***** Row labels are as wide as the widest down value or the
      ***** down heading, cells as wide as the widest across value
      ***** or cell, each with two spaces to spare.
       E65-SizeMatrix.
           MOVE WS-SW-LABEL(2) TO WS-SW-MEASURE
           PERFORM E68-MeasureText
           MOVE WS-SW-LEN TO WS-SW-LABEL-W
           PERFORM VARYING WS-SW-DOWN-IDX FROM 1 BY 1
             UNTIL WS-SW-DOWN-IDX > WS-SW-COUNT(2)
             MOVE WS-SW-VALUE(2, WS-SW-DOWN-IDX) TO WS-SW-MEASURE
             PERFORM E68-MeasureText
             IF WS-SW-LEN > WS-SW-LABEL-W
               MOVE WS-SW-LEN TO WS-SW-LABEL-W
             END-IF
           END-PERFORM
           ADD 2 TO WS-SW-LABEL-W
           MOVE 4 TO WS-SW-CELL-W
           PERFORM VARYING WS-SW-ACROSS-IDX FROM 1 BY 1
             UNTIL WS-SW-ACROSS-IDX > WS-SW-COUNT(1)
             MOVE WS-SW-VALUE(1, WS-SW-ACROSS-IDX) TO WS-SW-MEASURE
             PERFORM E68-MeasureText
             IF WS-SW-LEN > WS-SW-CELL-W
               MOVE WS-SW-LEN TO WS-SW-CELL-W
             END-IF
             PERFORM VARYING WS-SW-DOWN-IDX FROM 1 BY 1
               UNTIL WS-SW-DOWN-IDX > WS-SW-COUNT(2)
               MOVE WS-SW-CELL(WS-SW-DOWN-IDX, WS-SW-ACROSS-IDX)
                 TO WS-SW-MEASURE
               PERFORM E68-MeasureText
               IF WS-SW-LEN > WS-SW-CELL-W
                 MOVE WS-SW-LEN TO WS-SW-CELL-W
               END-IF
             END-PERFORM
           END-PERFORM
           ADD 2 TO WS-SW-CELL-W
           COMPUTE WS-SW-PER-PANEL =
             (130 - WS-SW-LABEL-W) / WS-SW-CELL-W
           .
       E68-MeasureText.
           MOVE 0 TO WS-SW-LEN
           IF WS-SW-MEASURE NOT = SPACES
             COMPUTE WS-SW-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SW-MEASURE))
           END-IF
           .
      ***** One panel: across values WS-SW-PANEL-FIRST through
      ***** WS-SW-PANEL-LAST over a rule, then one line per down
      ***** value.
       E70-WritePanel.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           MOVE WS-SW-LABEL(2) TO RPT-LINE(1:WS-SW-LABEL-W)
           PERFORM VARYING WS-SW-ACROSS-IDX FROM WS-SW-PANEL-FIRST
             BY 1 UNTIL WS-SW-ACROSS-IDX > WS-SW-PANEL-LAST
             MOVE WS-SW-VALUE(1, WS-SW-ACROSS-IDX) TO WS-SW-MEASURE
             PERFORM E75-PlaceInCell
           END-PERFORM
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           COMPUTE WS-SW-COL = WS-SW-LABEL-W + WS-SW-CELL-W
             * (WS-SW-PANEL-LAST - WS-SW-PANEL-FIRST + 1)
           MOVE ALL "-" TO RPT-LINE(1:WS-SW-COL)
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-SW-DOWN-IDX FROM 1 BY 1
             UNTIL WS-SW-DOWN-IDX > WS-SW-COUNT(2)
             MOVE SPACES TO RPT-LINE
             MOVE WS-SW-VALUE(2, WS-SW-DOWN-IDX)
               TO RPT-LINE(1:WS-SW-LABEL-W)
             PERFORM VARYING WS-SW-ACROSS-IDX FROM WS-SW-PANEL-FIRST
               BY 1 UNTIL WS-SW-ACROSS-IDX > WS-SW-PANEL-LAST
               MOVE WS-SW-CELL(WS-SW-DOWN-IDX, WS-SW-ACROSS-IDX)
                 TO WS-SW-MEASURE
               PERFORM E75-PlaceInCell
             END-PERFORM
             PERFORM A97-WritePagedLine
           END-PERFORM
           .
      ***** Right-aligns WS-SW-MEASURE in the cell for column
      ***** WS-SW-ACROSS-IDX of the current panel.
       E75-PlaceInCell.
           PERFORM E68-MeasureText
           IF WS-SW-LEN = 0
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SW-COL = WS-SW-LABEL-W
             + (WS-SW-ACROSS-IDX - WS-SW-PANEL-FIRST + 1)
             * WS-SW-CELL-W - WS-SW-LEN + 1
           MOVE FUNCTION TRIM(WS-SW-MEASURE)
             TO RPT-LINE(WS-SW-COL:WS-SW-LEN)
           .
      ***** A SWEEP record not followed by both its ACROSS and its
      ***** DOWN record is reported and dropped.
       E90-IncompleteSweep.
           MOVE 'N' TO WS-SW-OPEN
           ADD 1 TO WS-SCEN-NUM
           MOVE WS-SW-PROGRAM TO WS-SCEN-PROGRAM
           MOVE SPACES TO WS-SCEN-PARMS
           STRING "SWEEP " WS-SW-BASE
             DELIMITED BY SIZE INTO WS-SCEN-PARMS
           MOVE "SWEEP needs both an ACROSS and a DOWN record"
             TO WS-SKIP-REASON
           PERFORM C10-WriteSkipLine
           .
      ***** Exit
       END PROGRAM EulerScen.
