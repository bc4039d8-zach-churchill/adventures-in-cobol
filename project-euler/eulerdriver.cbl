      *        column  13     action: R = run, S = skip
      *        columns 14-73  parameter values, space separated, in
      *                       the program's own command-line order
      *        columns 74-133 up to five prerequisite step names,
      *                       12 columns each
      *        columns 134-172 change control kept by RunCtlMaint:
      *                       state (P pending, A or blank approved),
      *                       effective date, change kind (D =
      *                       delete), staging and approving users,
      *                       change number
      *    Changes are staged and approved through RunCtlMaint (see
      *    runctlmaint.cbl), never by hand. Only approved rows whose
      *    effective date has arrived are applied: for each program
      *    the one with the latest effective date on or before
      *    today governs, and a governing delete row leaves the
      *    program with no entry. Pending and future-dated rows are
      *    counted on the console and otherwise ignored; a row with
      *    no state or date (hand-entered before the change control
      *    existed) counts as approved and always in force.
      *    Steps not named in the file still run with their defaults,
      *    so the file only has to carry the exceptions; a "Problem3
      *    and Problem7 only" run lists the other seven with S. An R
      *    record naming a program the registry does not carry as a
      *    driver step (e.g. "PrimeMaint  REXTEND 2000000") adds it
      *    to the run as an extra step.
      *
      *    The prerequisite columns link a step to the steps it
      *    depends on. The run is ordered from those links - a step
      *    never runs ahead of its prerequisites, and otherwise keeps
      *    its registry (then run-control) position - and a link
      *    loop abends the run before any step is CALLed. When a
      *    prerequisite abends, stops at its time box, or was itself
      *    skipped for a prerequisite, the dependent step is not
      *    CALLed: it reports SKIPPED-PREREQ naming the prerequisite
      *    and the failed step at the root of the chain, so a
      *    PrimeMaint EXTEND that abends no longer lets Problem10
      *    and Problem3 run against a stale euler.primes. A step
      *    skipped by run control is an operator's choice, not a
      *    failure, and does not hold its dependents back.
      *    Parameters reach each program through the shared EXTERNAL
      *    override table (see copybooks/EUPARMOV.cpy), the same
      *    mechanism EulerBatch already uses for Problem5/Problem6's
      *    which skips the steps already recorded complete and
      *    carries their recorded answers forward into the
      *    consolidated report instead of re-burning their runtime.
      *    Restart can also resume at a named step:
      *        eulerdriver RESTART Problem10
      *    runs that step and every step after it, plus any step
      *    ahead of it that is one of their prerequisites (directly
      *    or through a chain) and is not recorded complete, so a
      *    failed PrimeMaint is rerun ahead of the Problem10 that
      *    needs it. Other incomplete steps ahead of the restart
      *    point report BYPASSED and are left for a later restart.
      *    The state file is removed after a run with no abends and
      *    no prerequisite skips, so the next plain run starts fresh.
      *
      *    Execution lanes. The registry's lane column (see
      *    regmaint.cbl, regmaint LANE) divides the driver steps into
      *    named lanes that can run as separate, concurrent jobs:
      *        eulerdriver LANE <name> [RESTART [step]]
      *    runs only that lane's steps - registry rows with no lane
      *    form lane MAIN, and a run-control extra step runs in the
      *    lane of the first step naming it as a prerequisite (MAIN
      *    when none does). A lane step whose prerequisite sits in a
      *    different lane would have nothing holding it back, so that
      *    split abends the lane before any step is CALLed. A lane
      *    run takes only its own lane's entry on the suite lock
      *    (WS-RUN-LANE, copybooks/EULANE.cpy), so two lanes run side
      *    by side while two copies of one lane cannot; it keeps its
      *    own state file (project-euler/eulerdriver.<lane>.state)
      *    and report (eulerdriver.<lane>.rpt), and at the end writes
      *    a lane result file (project-euler/eulerdriver.<lane>.lane:
      *    its step lines, then a trailer with the lane's run ID,
      *    counts, and worst RETURN-CODE).
      *        eulerdriver RESET
      *    removes every declared lane's result file ahead of the
      *    lane jobs, so last night's results cannot stand in for a
      *    lane that never started.
      *        eulerdriver MERGE [wait-minutes]
      *    is the lane-merge step: it waits (polling each minute, up
      *    to the minutes given, default 0) for every lane declared in
      *    the registry to leave a finished result, then writes the
      *    usual consolidated report (eulerdriver.rpt) with one
      *    section per lane - the step lines exactly as each lane
      *    reported them, so OpsAlert and IncMaint read it as they
      *    always have - and one combined step summary. Its
      *    RETURN-CODE is the worst step RETURN-CODE across all lanes;
      *    a lane with no finished result counts as 16. A plain run
      *    with no LANE argument is the whole suite, serially, under
      *    the whole-suite lock, exactly as before.
      *
      *    A step whose answer is too wide for WS-EULER-RESULT also
      *    leaves it in the text-form answer channel (see
      *    copybooks/EUANSWER.cpy); the report then follows the
      *    step's line with a "wide answer=" line carrying it whole,
      *    and the state file keeps it for a restart to carry
      *    forward.
      *    An abended step's line is followed the same way by a
      *    "<program> parms=... runid=..." line giving the
      *    run-control parameters it ran with, which is where
      *    IncMaint's RERUN finds them when nothing else recorded
      *    them.
      *
      *    CALLs every registered step program and ReportFormat by
      *    name, so unlike a standalone Problem program (compiled
      *    unit: compile together with problem1.cbl through
      *    problem11.cbl and the shared modules (ledgerwriter,
      *    incidentlog, ckptmgr, parmcheck, reportformat,
      *    reportversion, statuswriter, primetest, primedemand,
      *    datacheck) in one cobc -x invocation, eulerdriver.cbl
      *    listed first so it becomes the executable's entry point.
      *    A program a run-control R record adds as an extra step
      *    (primemaint, say) has to be linked in the same way.
      *****************************************************************
       PROGRAM-ID. EulerDriver.
       ENVIRONMENT DIVISION.
           SELECT RUNCTL-FILE ASSIGN TO "project-euler/euler.runctl"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS-CD.
           SELECT STATE-FILE ASSIGN TO DYNAMIC WS-STATE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATE-STATUS-CD.
           SELECT LANE-FILE ASSIGN TO DYNAMIC WS-LANE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LANE-STATUS-CD.
           SELECT REGISTRY-FILE ASSIGN TO "project-euler/euler.registry"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRY-STATUS-CD.
           05 RUNCTL-PROGRAM PIC X(12).
           05 RUNCTL-ACTION PIC X(1).
           05 RUNCTL-PARMS PIC X(60).
           05 RUNCTL-PREREQ PIC X(12) OCCURS 5 TIMES.
           05 RUNCTL-STATE PIC X(1).
           05 RUNCTL-EFFECTIVE PIC X(8).
           05 RUNCTL-CHANGE PIC X(1).
           05 RUNCTL-STAGED-BY PIC X(12).
           05 RUNCTL-APPROVED-BY PIC X(12).
           05 RUNCTL-CHANGE-NO PIC X(5).
       FD STATE-FILE.
       01 STATE-RECORD.
           05 STATE-PROGRAM PIC X(12).
           05 STATE-STATUS PIC X(1).
           05 STATE-ANSWER PIC 9(20).
           05 STATE-ANSWER-TEXT PIC X(60).
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-PROGRAM PIC X(12).
           05 REG-DRIVER-FLAG PIC X(1).
           05 REG-MENU-FLAG PIC X(1).
           05 REG-LONG-FLAG PIC X(1).
           05 REG-LANE PIC X(8).
      ***** Lane result file: a D record per report line of the lane's
      ***** steps, then one T trailer once the lane has finished.
       FD LANE-FILE.
       01 LANE-RECORD.
           05 LANE-REC-TYPE PIC X(1).
           05 LANE-DETAIL PIC X(130).
           05 FILLER PIC X(20).
       01 LANE-TRAILER REDEFINES LANE-RECORD.
           05 FILLER PIC X(1).
           05 LANE-T-LANE PIC X(8).
           05 LANE-T-RUNID PIC X(17).
           05 LANE-T-WORST-RC PIC 9(4).
           05 LANE-T-STEPS PIC 9(2).
           05 LANE-T-OK PIC 9(2).
           05 LANE-T-ABEND PIC 9(2).
           05 LANE-T-SKIP PIC 9(2).
           05 LANE-T-PRIOR PIC 9(2).
           05 LANE-T-TIMEBOX PIC 9(2).
           05 LANE-T-PREREQ PIC 9(2).
           05 LANE-T-BYPASS PIC 9(2).
           05 LANE-T-REPORT PIC X(100).
           05 FILLER PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/eulerdriver.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       COPY EUANSWER.
      ***** Every table indexed by step (or by run-control record)
      ***** is sized OCCURS 50; WS-STEP-MAX is the matching limit the
      ***** loads test against, so the two are widened together.
       01 WS-STEP-MAX PIC 9(2) VALUE 50.
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-TBL.
           05 WS-STEP OCCURS 50 TIMES.
               10 WS-STEP-PROGRAM PIC X(12).
               10 WS-STEP-LABEL PIC X(40).
               10 WS-STEP-PREREQ PIC X(12) OCCURS 5 TIMES.
       01 WS-STEP-IDX PIC 9(2).
      ***** Per-step run outcome, kept in final run order once the
      ***** step table has been ordered: C complete (run or carried
      ***** forward), F abended, T time-boxed, P skipped for a
      ***** prerequisite, S skipped by run control, B bypassed
      ***** ahead of a restart point.
       01 WS-STEP-RUN-TBL.
           05 WS-STEP-RUN OCCURS 50 TIMES.
               10 WS-STEP-PREREQ-IDX PIC 9(2) OCCURS 5 TIMES.
               10 WS-STEP-OUTCOME PIC X(1).
               10 WS-STEP-CAUSE PIC X(12).
               10 WS-STEP-CAUSE-WHY PIC X(7).
               10 WS-STEP-NEEDED PIC X(1).
       01 WS-PREREQ-IDX PIC 9(1).
       01 WS-LINK-IDX PIC 9(2).
       01 WS-FIND-PROGRAM PIC X(12).
       01 WS-FIND-IDX PIC 9(2).
       01 WS-SORTED-TBL.
           05 WS-SORTED-ENTRY PIC X(112) OCCURS 50 TIMES.
       01 WS-PLACED-TBL.
           05 WS-PLACED-FLAG PIC X(1) OCCURS 50 TIMES.
       01 WS-PLACED-COUNT PIC 9(2) VALUE 0.
       01 WS-PICK-IDX PIC 9(2).
       01 WS-ORD-IDX PIC 9(2).
       01 WS-STEP-READY PIC X(1).
       01 WS-BLOCK-PREREQ PIC X(12).
       01 WS-RESTART-FROM PIC X(12) VALUE SPACES.
       01 WS-RESTART-IDX PIC 9(2) VALUE 0.
       01 WS-PREREQ-SKIP-COUNT PIC 9(2) VALUE 0.
       01 WS-BYPASS-COUNT PIC 9(2) VALUE 0.
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 EOF-REGISTRY-FILE PIC X VALUE 'N'.
       01 WS-START-TIME PIC 9(8).
       01 WS-END-TIME PIC 9(8).
       01 WS-ANSWER-EDIT PIC Z(19)9.
       01 WS-WIDE-ANSWER PIC X(60).
       01 WS-STEP-STATUS PIC X(7) VALUE SPACES.
       01 WS-STEP-RC PIC 9(4).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-RUNCTL-STATUS-CD PIC XX.
       01 EOF-RUNCTL-FILE PIC X VALUE 'N'.
       01 WS-RUNCTL-COUNT PIC 9(2) VALUE 0.
       01 WS-RUNCTL-TBL.
           05 WS-RUNCTL-ENTRY OCCURS 50 TIMES.
               10 WS-RUNCTL-PROGRAM PIC X(12).
               10 WS-RUNCTL-ACTION PIC X(1).
               10 WS-RUNCTL-PARMS PIC X(60).
               10 WS-RUNCTL-PREREQ PIC X(12) OCCURS 5 TIMES.
               10 WS-RUNCTL-EFF-NUM PIC 9(8).
               10 WS-RUNCTL-CHANGE PIC X(1).
       01 WS-RUNCTL-IDX PIC 9(2).
       01 WS-RUNCTL-SLOT PIC 9(2).
       01 WS-RUNCTL-EFF-READ PIC 9(8).
       01 WS-RUNCTL-PENDING PIC 9(3) VALUE 0.
       01 WS-RUNCTL-FUTURE PIC 9(3) VALUE 0.
       01 WS-RUNCTL-KEPT PIC 9(2).
       01 WS-STEP-CTL-IDX PIC 9(2).
       01 WS-STEP-PARMS-TEXT PIC X(60).
       01 WS-STATE-STATUS-CD PIC XX.
       01 EOF-STATE-FILE PIC X VALUE 'N'.
       01 WS-RESTART-MODE PIC X(1) VALUE 'N'.
       01 WS-ARG-1 PIC X(18).
       01 WS-ARG-2 PIC X(18).
       01 WS-DONE-TBL.
           05 WS-DONE-ENTRY OCCURS 50 TIMES.
               10 WS-DONE-FLAG PIC X(1).
               10 WS-DONE-ANSWER PIC 9(20).
               10 WS-DONE-TEXT PIC X(60).
       01 WS-DONE-IDX PIC 9(2).
       01 WS-ABEND-SEEN PIC X(1) VALUE 'N'.
       01 WS-WORST-RC PIC 9(4) VALUE 0.
       01 WS-SL-MODE PIC X(1).
       01 WS-SL-PROGRAM PIC X(12) VALUE "EulerDriver".
       01 WS-SL-GRANTED PIC X(1).
       01 WS-STATE-PATH PIC X(100)
          VALUE "project-euler/eulerdriver.state".
       01 WS-LANE-PATH PIC X(100).
       01 WS-LANE-STATUS-CD PIC XX.
       01 EOF-LANE-FILE PIC X VALUE 'N'.
       01 WS-DRV-MODE PIC X(8) VALUE SPACES.
       01 WS-LANE-KEY PIC X(8) VALUE SPACES.
       01 WS-LANE-OPEN PIC X(1) VALUE 'N'.
       01 WS-ARG-3 PIC X(18).
       01 WS-ARG-NUM PIC 9(2).
       01 WS-STEP-LANE-TBL.
           05 WS-STEP-LANE PIC X(8) OCCURS 50 TIMES.
       01 WS-KEEP-COUNT PIC 9(2).
       01 WS-LANE-COUNT PIC 9(2) VALUE 0.
       01 WS-LANE-IDX PIC 9(2).
       01 WS-LANE-TBL.
           05 WS-LANE-ENTRY OCCURS 10 TIMES.
               10 WS-LANE-NAME PIC X(8).
               10 WS-LANE-DONE PIC X(1).
       01 WS-LANE-FOUND PIC X(1).
       01 WS-LANE-SHOW PIC X(8).
       01 WS-LANES-DONE PIC 9(2).
       01 WS-MERGE-WAIT-MINS PIC 9(3) VALUE 0.
       01 WS-MERGE-WAITED PIC 9(3) VALUE 0.
       01 WS-MERGE-POLL-SECS PIC 9(4) VALUE 60.
       01 WS-MERGE-STEPS PIC 9(3) VALUE 0.
       01 WS-MERGE-OK PIC 9(3) VALUE 0.
       01 WS-MERGE-ABEND PIC 9(3) VALUE 0.
       01 WS-MERGE-SKIP PIC 9(3) VALUE 0.
       01 WS-MERGE-PRIOR PIC 9(3) VALUE 0.
       01 WS-MERGE-TIMEBOX PIC 9(3) VALUE 0.
       01 WS-MERGE-PREREQ PIC 9(3) VALUE 0.
       01 WS-MERGE-BYPASS PIC 9(3) VALUE 0.
       01 WS-MERGE-MISSING PIC 9(2) VALUE 0.
       01 WS-TRAILER-SEEN PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       COPY EURUNID.
       COPY EUORIGIN.
       COPY EULANE.
       COPY EUPARMOV.
       01 WS-PAGED-LINE PIC X(130).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A02-SetRunId
           PERFORM A05-GetParameters
           IF WS-DRV-MODE = "MERGE"
             PERFORM E00-MergeLanes
             MOVE WS-WORST-RC TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-DRV-MODE = "RESET"
             PERFORM E50-ResetLanes
             GOBACK
           END-IF
           PERFORM A03-TakeSuiteLock
           PERFORM A10-InitSteps
           PERFORM A15-LoadRunControl
           PERFORM A12-ApplyRunControlSteps
           IF WS-DRV-MODE = "LANE"
             PERFORM A30-SelectLane
           END-IF
           PERFORM A18-OrderSteps
           PERFORM A21-ResolvePrereqs
           IF WS-RESTART-MODE = 'Y'
             PERFORM A16-LoadState
             PERFORM A22-MarkRestartPoint
           END-IF
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RUN-RPT-FILE
           PERFORM A20-WriteReportHeader
           IF WS-DRV-MODE = "LANE"
             PERFORM E60-OpenLaneResult
           END-IF
           PERFORM A25-WritePrereqLines
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             PERFORM B00-RunStep
           PERFORM B90-WriteStepSummary
           PERFORM A98-WriteReportFooter
           CLOSE RUN-RPT-FILE
           IF WS-DRV-MODE = "LANE"
             PERFORM E65-CloseLaneResult
           END-IF
           IF WS-ABEND-SEEN = 'N' AND WS-PREREQ-SKIP-COUNT = 0
             CALL "CBL_DELETE_FILE" USING WS-STATE-PATH
           ELSE
             DISPLAY "One or more steps abended or were skipped for a "
               "prerequisite; state kept - rerun with RESTART to "
               "resume from the failed step"
           END-IF
           PERFORM A04-DropSuiteLock
           MOVE WS-WORST-RC TO RETURN-CODE
           CALL "SuiteLock" USING WS-SL-MODE WS-SL-PROGRAM
             WS-SL-GRANTED
           .
      ***** A single optional RESTART argument selects restart mode,
      ***** optionally followed by the step to resume at; anything
      ***** else (or nothing) is a plain full run. LANE <name> runs
      ***** one lane and may itself be followed by RESTART [step];
      ***** MERGE [wait-minutes] and RESET are the lane-merge and
      ***** lane-reset steps.
       A05-GetParameters.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-1
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG-1) TO WS-ARG-1
           EVALUATE WS-ARG-1
             WHEN "RESTART"
               MOVE 2 TO WS-ARG-NUM
               PERFORM A07-TakeRestart
             WHEN "LANE"
               MOVE "LANE" TO WS-DRV-MODE
               PERFORM A08-TakeLane
             WHEN "MERGE"
               MOVE "MERGE" TO WS-DRV-MODE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-2
               ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
                 ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-ARG-2 NOT = SPACES
                 IF FUNCTION TRIM(WS-ARG-2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ARG-2)
                     TO WS-MERGE-WAIT-MINS
                 ELSE
                   DISPLAY "ABEND: MERGE wait must be a number of "
                     "minutes (got " FUNCTION TRIM(WS-ARG-2) ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
               END-IF
             WHEN "RESET"
               MOVE "RESET" TO WS-DRV-MODE
           END-EVALUATE
           .
       A07-TakeRestart.
           MOVE 'Y' TO WS-RESTART-MODE
           DISPLAY "Restart mode: completed steps will be skipped"
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-2
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-2 NOT = SPACES
             MOVE WS-ARG-2 TO WS-RESTART-FROM
             DISPLAY "Resuming at step "
               FUNCTION TRIM(WS-RESTART-FROM)
           END-IF
           .
      ***** The lane name picks this run's registry rows, its entry
      ***** on the suite lock, and its state, report and result file
      ***** names; lane MAIN is the rows with a blank lane column.
       A08-TakeLane.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-2
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG-2) TO WS-ARG-2
           IF WS-ARG-2 = SPACES OR WS-ARG-2(9:) NOT = SPACES
             DISPLAY "ABEND: LANE needs a lane name of up to 8 "
               "characters (got '" FUNCTION TRIM(WS-ARG-2) "')"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ARG-2 TO WS-RUN-LANE
           IF WS-RUN-LANE = "MAIN"
             MOVE SPACES TO WS-LANE-KEY
           ELSE
             MOVE WS-RUN-LANE TO WS-LANE-KEY
           END-IF
           MOVE SPACES TO WS-STATE-PATH
           STRING "project-euler/eulerdriver."
             FUNCTION TRIM(WS-RUN-LANE) ".state"
             DELIMITED BY SIZE INTO WS-STATE-PATH
           MOVE SPACES TO WS-RPT-BASE
           STRING "project-euler/eulerdriver."
             FUNCTION TRIM(WS-RUN-LANE) ".rpt"
             DELIMITED BY SIZE INTO WS-RPT-BASE
           MOVE WS-RUN-LANE TO WS-LANE-SHOW
           PERFORM E05-SetLanePath
           DISPLAY "Lane run: " FUNCTION TRIM(WS-RUN-LANE)
           DISPLAY 3 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-3
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF FUNCTION UPPER-CASE(WS-ARG-3) = "RESTART"
             MOVE 4 TO WS-ARG-NUM
             PERFORM A07-TakeRestart
           END-IF
           .
      ***** End of Program execution
           MOVE "EulerDriver" TO EURPTFMT-PROGRAM
           MOVE "Project Euler Suite - Consolidated Run Report"
             TO EURPTFMT-TITLE
           IF WS-DRV-MODE = "LANE"
             MOVE SPACES TO EURPTFMT-TITLE
             STRING "Project Euler Suite - Lane "
               FUNCTION TRIM(WS-RUN-LANE) " Run Report"
               DELIMITED BY SIZE INTO EURPTFMT-TITLE
           END-IF
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
      ***** The step list comes from the program registry now, so
      ***** registering a new program is a data change instead of a
      ***** recompile of three front-ends. Rows flagged Y in the
      ***** driver column become steps, in registry order. A row
      ***** that does not fit the step table stops the run rather
      ***** than quietly leaving a program out of it.
       A10-InitSteps.
           MOVE SPACES TO WS-STEP-TBL
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open program registry "
             READ REGISTRY-FILE
               AT END MOVE 'Y' TO EOF-REGISTRY-FILE
               NOT AT END
                 IF REG-DRIVER-FLAG = 'Y'
                   IF WS-STEP-COUNT >= WS-STEP-MAX
                     DISPLAY "ABEND: more than " WS-STEP-MAX
                       " driver steps in the program registry; "
                       FUNCTION TRIM(REG-PROGRAM) " does not fit"
                     CLOSE REGISTRY-FILE
                     PERFORM A04-DropSuiteLock
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                   END-IF
                   ADD 1 TO WS-STEP-COUNT
                   MOVE REG-PROGRAM TO
                     WS-STEP-PROGRAM(WS-STEP-COUNT)
                   MOVE REG-LABEL TO WS-STEP-LABEL(WS-STEP-COUNT)
                   MOVE REG-LANE TO WS-STEP-LANE(WS-STEP-COUNT)
                 END-IF
             END-READ
           END-PERFORM
      ***** / GOBACK) returns control here the same as a normal
      ***** GOBACK, so it must be checked explicitly rather than
      ***** trusted to have stopped the run.
      ***** Once its RETURN-CODE has been read the step is CANCELled,
      ***** so a program CALLed again later in the job starts from its
      ***** original VALUEs. The programs are not declared IS INITIAL:
      ***** an INITIAL program's RETURN-CODE does not reliably survive
      ***** its GOBACK, and every check above depends on it.
       B00-RunStep.
           IF WS-RESTART-MODE = 'Y'
             AND WS-DONE-FLAG(WS-STEP-IDX) = 'C'
             MOVE "PRIOR" TO WS-STEP-STATUS
             ADD 1 TO WS-PRIOR-COUNT
             MOVE 'C' TO WS-STEP-OUTCOME(WS-STEP-IDX)
             MOVE WS-DONE-ANSWER(WS-STEP-IDX) TO WS-ANSWER-EDIT
             MOVE WS-DONE-TEXT(WS-STEP-IDX) TO WS-WIDE-ANSWER
             PERFORM C00-WriteStepLine
             EXIT PARAGRAPH
           END-IF
           IF WS-RESTART-IDX > 0
             AND WS-STEP-NEEDED(WS-STEP-IDX) = 'N'
             MOVE "BYPASS" TO WS-STEP-STATUS
             ADD 1 TO WS-BYPASS-COUNT
             MOVE 'B' TO WS-STEP-OUTCOME(WS-STEP-IDX)
             PERFORM C00-WriteStepLine
             EXIT PARAGRAPH
           END-IF
           PERFORM B03-CheckPrereqs
           IF WS-STEP-OUTCOME(WS-STEP-IDX) = 'P'
             MOVE "PREREQ" TO WS-STEP-STATUS
             ADD 1 TO WS-PREREQ-SKIP-COUNT
             IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
             END-IF
             PERFORM C00-WriteStepLine
             EXIT PARAGRAPH
           END-IF
             AND WS-RUNCTL-ACTION(WS-STEP-CTL-IDX) = 'S'
             MOVE "SKIP" TO WS-STEP-STATUS
             ADD 1 TO WS-SKIP-COUNT
             MOVE 'S' TO WS-STEP-OUTCOME(WS-STEP-IDX)
             PERFORM C00-WriteStepLine
             EXIT PARAGRAPH
           END-IF
           PERFORM B10-SetOverrides
           MOVE 0 TO WS-EULER-RESULT
           MOVE SPACES TO WS-EULER-ANSWER
           MOVE SPACES TO WS-WIDE-ANSWER
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-START-TIME FROM TIME
           CALL WS-STEP-PROGRAM(WS-STEP-IDX)
           IF RETURN-CODE = 2
             MOVE "TIMEBOX" TO WS-STEP-STATUS
             ADD 1 TO WS-TIMEBOX-COUNT
             MOVE 'T' TO WS-STEP-OUTCOME(WS-STEP-IDX)
             MOVE 0 TO RETURN-CODE
           ELSE
           IF RETURN-CODE NOT = 0
             MOVE "ABEND" TO WS-STEP-STATUS
             MOVE RETURN-CODE TO WS-STEP-RC
             MOVE 'F' TO WS-STEP-OUTCOME(WS-STEP-IDX)
             MOVE 'Y' TO WS-ABEND-SEEN
             ADD 1 TO WS-ABEND-COUNT
             IF RETURN-CODE > WS-WORST-RC
             MOVE SPACES TO WS-STEP-STATUS
             MOVE WS-EULER-RESULT TO WS-ANSWER-EDIT
             ADD 1 TO WS-OK-COUNT
             MOVE 'C' TO WS-STEP-OUTCOME(WS-STEP-IDX)
             MOVE 'C' TO WS-DONE-FLAG(WS-STEP-IDX)
             MOVE WS-EULER-RESULT TO WS-DONE-ANSWER(WS-STEP-IDX)
             PERFORM B15-TakeWideAnswer
             MOVE WS-WIDE-ANSWER TO WS-DONE-TEXT(WS-STEP-IDX)
             PERFORM A17-SaveState
           END-IF
           END-IF
           CANCEL WS-STEP-PROGRAM(WS-STEP-IDX)
           PERFORM C00-WriteStepLine
           .
      ***** A step whose prerequisite abended, stopped at its time
      ***** box, or was itself skipped for a prerequisite is not
      ***** CALLed. The first such prerequisite is recorded, along
      ***** with the failed step at the root of the chain - a
      ***** prerequisite skipped in turn passes its own cause down -
      ***** so the report can say which failure caused the skip.
       B03-CheckPrereqs.
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
             UNTIL WS-PREREQ-IDX > 5
             OR WS-STEP-OUTCOME(WS-STEP-IDX) = 'P'
             MOVE WS-STEP-PREREQ-IDX(WS-STEP-IDX WS-PREREQ-IDX)
               TO WS-LINK-IDX
             IF WS-LINK-IDX > 0
               EVALUATE WS-STEP-OUTCOME(WS-LINK-IDX)
                 WHEN 'F'
                   MOVE WS-STEP-PROGRAM(WS-LINK-IDX)
                     TO WS-STEP-CAUSE(WS-STEP-IDX)
                   MOVE "ABEND" TO WS-STEP-CAUSE-WHY(WS-STEP-IDX)
                   MOVE 'P' TO WS-STEP-OUTCOME(WS-STEP-IDX)
                 WHEN 'T'
                   MOVE WS-STEP-PROGRAM(WS-LINK-IDX)
                     TO WS-STEP-CAUSE(WS-STEP-IDX)
                   MOVE "TIMEBOX" TO WS-STEP-CAUSE-WHY(WS-STEP-IDX)
                   MOVE 'P' TO WS-STEP-OUTCOME(WS-STEP-IDX)
                 WHEN 'P'
                   MOVE WS-STEP-CAUSE(WS-LINK-IDX)
                     TO WS-STEP-CAUSE(WS-STEP-IDX)
                   MOVE WS-STEP-CAUSE-WHY(WS-LINK-IDX)
                     TO WS-STEP-CAUSE-WHY(WS-STEP-IDX)
                   MOVE 'P' TO WS-STEP-OUTCOME(WS-STEP-IDX)
               END-EVALUATE
               IF WS-STEP-OUTCOME(WS-STEP-IDX) = 'P'
                 MOVE WS-STEP-PROGRAM(WS-LINK-IDX) TO WS-BLOCK-PREREQ
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Keeps the step's text-channel answer only when it is
      ***** wider than 20 digits; anything narrower is already whole
      ***** in WS-EULER-RESULT and reports as it always has.
       B15-TakeWideAnswer.
           MOVE SPACES TO WS-WIDE-ANSWER
           IF WS-EULER-ANSWER = SPACES
             OR WS-EULER-ANSWER = LOW-VALUES
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-EULER-ANSWER)) > 20
             MOVE FUNCTION TRIM(WS-EULER-ANSWER) TO WS-WIDE-ANSWER
           END-IF
           .
      ***** Finds this step's run-control record, if one was loaded;
      ***** WS-STEP-CTL-IDX is left at zero when the step is not
      ***** named in the file and should run with its defaults.
                 FUNCTION TRIM(WS-STEP-LABEL(WS-STEP-IDX))
                 "   SKIPPED by run control"
                 DELIMITED BY SIZE INTO RUN-RPT-LINE
             WHEN "PREREQ"
               STRING FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX)) ": "
                 FUNCTION TRIM(WS-STEP-LABEL(WS-STEP-IDX))
                 "   SKIPPED-PREREQ - prerequisite "
                 FUNCTION TRIM(WS-BLOCK-PREREQ)
                 " did not complete; caused by "
                 FUNCTION TRIM(WS-STEP-CAUSE(WS-STEP-IDX)) " "
                 FUNCTION TRIM(WS-STEP-CAUSE-WHY(WS-STEP-IDX))
                 DELIMITED BY SIZE INTO RUN-RPT-LINE
             WHEN "BYPASS"
               STRING FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX)) ": "
                 FUNCTION TRIM(WS-STEP-LABEL(WS-STEP-IDX))
                 "   BYPASSED - ahead of restart point "
                 FUNCTION TRIM(WS-RESTART-FROM)
                 " and not a prerequisite of it"
                 DELIMITED BY SIZE INTO RUN-RPT-LINE
             WHEN "TIMEBOX"
               STRING FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX)) ": "
                 FUNCTION TRIM(WS-STEP-LABEL(WS-STEP-IDX))
                 DELIMITED BY SIZE INTO RUN-RPT-LINE
           END-EVALUATE
           PERFORM A97-WritePagedLine
           PERFORM E62-CopyToLaneResult
           DISPLAY FUNCTION TRIM(RUN-RPT-LINE)
           IF WS-STEP-STATUS = "ABEND"
             PERFORM C05-WriteAbendParms
           END-IF
           IF (WS-STEP-STATUS = SPACES OR WS-STEP-STATUS = "PRIOR")
             AND WS-WIDE-ANSWER NOT = SPACES
             MOVE SPACES TO RUN-RPT-LINE
             STRING "      wide answer=" FUNCTION TRIM(WS-WIDE-ANSWER)
               DELIMITED BY SIZE INTO RUN-RPT-LINE
             PERFORM A97-WritePagedLine
             PERFORM E62-CopyToLaneResult
             DISPLAY FUNCTION TRIM(RUN-RPT-LINE)
           END-IF
           .
      ***** An abended step's parameters and run ID follow it on a
      ***** line of their own, so the failure can be rerun exactly
      ***** as it ran (IncMaint RERUN reads them back from here).
       C05-WriteAbendParms.
           MOVE SPACES TO WS-STEP-PARMS-TEXT
           IF WS-STEP-CTL-IDX > 0
             MOVE WS-RUNCTL-PARMS(WS-STEP-CTL-IDX)
               TO WS-STEP-PARMS-TEXT
           END-IF
           MOVE SPACES TO RUN-RPT-LINE
           STRING "      " FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
             " parms=" FUNCTION TRIM(WS-STEP-PARMS-TEXT)
             "   runid=" WS-RUN-ID
             DELIMITED BY SIZE INTO RUN-RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM E62-CopyToLaneResult
           DISPLAY FUNCTION TRIM(RUN-RPT-LINE)
           .
      ***** The step-count summary goes to both the report and the
             DELIMITED BY SIZE INTO RUN-RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RUN-RPT-LINE)
           MOVE SPACES TO RUN-RPT-LINE
           STRING "       " WS-PREREQ-SKIP-COUNT
             " skipped for a failed prerequisite, " WS-BYPASS-COUNT
             " bypassed ahead of the restart point"
             DELIMITED BY SIZE INTO RUN-RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RUN-RPT-LINE)
           .
      ***** Loads the optional run-control file into WS-RUNCTL-TBL.
      ***** No file at all just means a full default run, the same
               AT END MOVE 'Y' TO EOF-RUNCTL-FILE
               NOT AT END
                 IF RUNCTL-PROGRAM NOT = SPACES
                   PERFORM A14-TakeRunControlRow
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE
           PERFORM A11-DropDeletedEntries
           DISPLAY "Run control loaded: " WS-RUNCTL-COUNT " records"
           IF WS-RUNCTL-PENDING > 0 OR WS-RUNCTL-FUTURE > 0
             DISPLAY "Run control held back: " WS-RUNCTL-PENDING
               " pending approval, " WS-RUNCTL-FUTURE
               " not yet effective"
           END-IF
           .
      ***** One run-control row: pending rows and rows dated after
      ***** today are counted and passed over; otherwise the row
      ***** replaces any entry already taken for the same program
      ***** whose effective date is no later than its own, so the
      ***** latest change in force wins (the later row on a tie).
       A14-TakeRunControlRow.
           IF RUNCTL-STATE = 'P'
             ADD 1 TO WS-RUNCTL-PENDING
             EXIT PARAGRAPH
           END-IF
           IF RUNCTL-EFFECTIVE IS NUMERIC
             MOVE RUNCTL-EFFECTIVE TO WS-RUNCTL-EFF-READ
           ELSE
             MOVE 0 TO WS-RUNCTL-EFF-READ
           END-IF
           IF WS-RUNCTL-EFF-READ > WS-RUN-DATE
             ADD 1 TO WS-RUNCTL-FUTURE
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RUNCTL-SLOT
           PERFORM VARYING WS-RUNCTL-IDX FROM 1 BY 1
             UNTIL WS-RUNCTL-IDX > WS-RUNCTL-COUNT
             IF WS-RUNCTL-PROGRAM(WS-RUNCTL-IDX) = RUNCTL-PROGRAM
               MOVE WS-RUNCTL-IDX TO WS-RUNCTL-SLOT
             END-IF
           END-PERFORM
           IF WS-RUNCTL-SLOT > 0
             IF WS-RUNCTL-EFF-NUM(WS-RUNCTL-SLOT) > WS-RUNCTL-EFF-READ
               EXIT PARAGRAPH
             END-IF
           ELSE
             IF WS-RUNCTL-COUNT >= WS-STEP-MAX
               DISPLAY "WARNING: run-control table full; record for "
                 FUNCTION TRIM(RUNCTL-PROGRAM) " ignored"
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-RUNCTL-COUNT
             MOVE WS-RUNCTL-COUNT TO WS-RUNCTL-SLOT
           END-IF
           MOVE RUNCTL-PROGRAM TO WS-RUNCTL-PROGRAM(WS-RUNCTL-SLOT)
           MOVE RUNCTL-ACTION TO WS-RUNCTL-ACTION(WS-RUNCTL-SLOT)
           MOVE RUNCTL-PARMS TO WS-RUNCTL-PARMS(WS-RUNCTL-SLOT)
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
             UNTIL WS-PREREQ-IDX > 5
             MOVE RUNCTL-PREREQ(WS-PREREQ-IDX) TO
               WS-RUNCTL-PREREQ(WS-RUNCTL-SLOT WS-PREREQ-IDX)
           END-PERFORM
           MOVE WS-RUNCTL-EFF-READ TO WS-RUNCTL-EFF-NUM(WS-RUNCTL-SLOT)
           MOVE RUNCTL-CHANGE TO WS-RUNCTL-CHANGE(WS-RUNCTL-SLOT)
           .
      ***** A program whose governing row is a delete has no
      ***** run-control entry at all; the table is closed up over it.
       A11-DropDeletedEntries.
           MOVE 0 TO WS-RUNCTL-KEPT
           PERFORM VARYING WS-RUNCTL-IDX FROM 1 BY 1
             UNTIL WS-RUNCTL-IDX > WS-RUNCTL-COUNT
             IF WS-RUNCTL-CHANGE(WS-RUNCTL-IDX) NOT = 'D'
               ADD 1 TO WS-RUNCTL-KEPT
               IF WS-RUNCTL-KEPT NOT = WS-RUNCTL-IDX
                 MOVE WS-RUNCTL-ENTRY(WS-RUNCTL-IDX)
                   TO WS-RUNCTL-ENTRY(WS-RUNCTL-KEPT)
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-RUNCTL-KEPT TO WS-RUNCTL-COUNT
           .
      ***** Carries each run-control record's prerequisite links onto
      ***** its step, and adds an R record naming a program that is
      ***** not a registry driver step to the end of the run as an
      ***** extra step. An S record for an unknown program has
      ***** nothing to skip and is ignored, as it always was.
       A12-ApplyRunControlSteps.
           PERFORM VARYING WS-RUNCTL-IDX FROM 1 BY 1
             UNTIL WS-RUNCTL-IDX > WS-RUNCTL-COUNT
             MOVE WS-RUNCTL-PROGRAM(WS-RUNCTL-IDX) TO WS-FIND-PROGRAM
             PERFORM A13-FindStep
             IF WS-FIND-IDX = 0
               AND WS-RUNCTL-ACTION(WS-RUNCTL-IDX) = 'R'
               IF WS-STEP-COUNT < WS-STEP-MAX
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-RUNCTL-PROGRAM(WS-RUNCTL-IDX)
                   TO WS-STEP-PROGRAM(WS-STEP-COUNT)
                 MOVE "Run-control step"
                   TO WS-STEP-LABEL(WS-STEP-COUNT)
                 MOVE "*" TO WS-STEP-LANE(WS-STEP-COUNT)
                 MOVE WS-STEP-COUNT TO WS-FIND-IDX
               ELSE
                 DISPLAY "WARNING: step table full; run-control step "
                   FUNCTION TRIM(WS-RUNCTL-PROGRAM(WS-RUNCTL-IDX))
                   " not added"
               END-IF
             END-IF
             IF WS-FIND-IDX > 0
               PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                 UNTIL WS-PREREQ-IDX > 5
                 MOVE WS-RUNCTL-PREREQ(WS-RUNCTL-IDX WS-PREREQ-IDX)
                   TO WS-STEP-PREREQ(WS-FIND-IDX WS-PREREQ-IDX)
               END-PERFORM
             END-IF
           END-PERFORM
           .
      ***** Looks WS-FIND-PROGRAM up in the step table; WS-FIND-IDX is
      ***** left at zero when no step carries that name.
       A13-FindStep.
           MOVE 0 TO WS-FIND-IDX
           IF WS-FIND-PROGRAM = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-STEP-COUNT OR WS-FIND-IDX > 0
             IF WS-STEP-PROGRAM(WS-ORD-IDX) = WS-FIND-PROGRAM
               MOVE WS-ORD-IDX TO WS-FIND-IDX
             END-IF
           END-PERFORM
           .
      ***** LANE mode: a run-control extra step first takes the lane
      ***** of the first step naming it as a prerequisite (MAIN when
      ***** none does); then a step of this lane whose prerequisite
      ***** is a step of another lane abends the run - the lanes run
      ***** concurrently, so nothing would hold it back - and the
      ***** table is closed up over every step of other lanes.
       A30-SelectLane.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             IF WS-STEP-LANE(WS-STEP-IDX) = "*"
               PERFORM A31-PlaceExtraStep
             END-IF
           END-PERFORM
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             IF WS-STEP-LANE(WS-STEP-IDX) = WS-LANE-KEY
               PERFORM A32-CheckLanePrereqs
             END-IF
           END-PERFORM
           MOVE 0 TO WS-KEEP-COUNT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             IF WS-STEP-LANE(WS-STEP-IDX) = WS-LANE-KEY
               ADD 1 TO WS-KEEP-COUNT
               IF WS-KEEP-COUNT NOT = WS-STEP-IDX
                 MOVE WS-STEP(WS-STEP-IDX) TO WS-STEP(WS-KEEP-COUNT)
                 MOVE WS-STEP-LANE(WS-STEP-IDX)
                   TO WS-STEP-LANE(WS-KEEP-COUNT)
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-STEP-COUNT
           IF WS-STEP-COUNT = 0
             DISPLAY "ABEND: lane " FUNCTION TRIM(WS-RUN-LANE)
               " has no driver steps in the registry"
             PERFORM A04-DropSuiteLock
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "Lane " FUNCTION TRIM(WS-RUN-LANE) ": "
             WS-STEP-COUNT " steps"
           .
       A31-PlaceExtraStep.
           MOVE SPACES TO WS-STEP-LANE(WS-STEP-IDX)
           MOVE 'N' TO WS-LANE-FOUND
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-STEP-COUNT OR WS-LANE-FOUND = 'Y'
             PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 5 OR WS-LANE-FOUND = 'Y'
               IF WS-STEP-PREREQ(WS-ORD-IDX WS-PREREQ-IDX)
                 = WS-STEP-PROGRAM(WS-STEP-IDX)
                 AND WS-STEP-LANE(WS-ORD-IDX) NOT = "*"
                 MOVE WS-STEP-LANE(WS-ORD-IDX)
                   TO WS-STEP-LANE(WS-STEP-IDX)
                 MOVE 'Y' TO WS-LANE-FOUND
               END-IF
             END-PERFORM
           END-PERFORM
           .
       A32-CheckLanePrereqs.
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
             UNTIL WS-PREREQ-IDX > 5
             MOVE WS-STEP-PREREQ(WS-STEP-IDX WS-PREREQ-IDX)
               TO WS-FIND-PROGRAM
             PERFORM A13-FindStep
             IF WS-FIND-IDX > 0
               IF WS-STEP-LANE(WS-FIND-IDX) NOT = WS-LANE-KEY
                 MOVE WS-STEP-LANE(WS-FIND-IDX) TO WS-LANE-SHOW
                 IF WS-LANE-SHOW = SPACES
                   MOVE "MAIN" TO WS-LANE-SHOW
                 END-IF
                 DISPLAY "ABEND: "
                   FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                   " in lane " FUNCTION TRIM(WS-RUN-LANE)
                   " names prerequisite "
                   FUNCTION TRIM(WS-FIND-PROGRAM) ", which runs in "
                   "lane " FUNCTION TRIM(WS-LANE-SHOW)
                   "; put both in one lane"
                 PERFORM A04-DropSuiteLock
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Orders the run from the prerequisite links: each pass
      ***** places the earliest unplaced step whose prerequisites
      ***** are all placed, so a step never runs ahead of what it
      ***** depends on and otherwise keeps its registry position.
      ***** A pass that can place nothing means the links form a
      ***** loop, and the run abends before any step is CALLed.
       A18-OrderSteps.
           MOVE SPACES TO WS-PLACED-TBL
           MOVE 0 TO WS-PLACED-COUNT
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-STEP-COUNT
             MOVE 'N' TO WS-PLACED-FLAG(WS-ORD-IDX)
           END-PERFORM
           PERFORM UNTIL WS-PLACED-COUNT = WS-STEP-COUNT
             MOVE 0 TO WS-PICK-IDX
             PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-PICK-IDX > 0
               IF WS-PLACED-FLAG(WS-STEP-IDX) = 'N'
                 PERFORM A19-CheckStepReady
                 IF WS-STEP-READY = 'Y'
                   MOVE WS-STEP-IDX TO WS-PICK-IDX
                 END-IF
               END-IF
             END-PERFORM
             IF WS-PICK-IDX = 0
               PERFORM A23-AbendPrereqLoop
             END-IF
             MOVE 'Y' TO WS-PLACED-FLAG(WS-PICK-IDX)
             ADD 1 TO WS-PLACED-COUNT
             MOVE WS-STEP(WS-PICK-IDX)
               TO WS-SORTED-ENTRY(WS-PLACED-COUNT)
           END-PERFORM
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             MOVE WS-SORTED-ENTRY(WS-STEP-IDX) TO WS-STEP(WS-STEP-IDX)
           END-PERFORM
           .
      ***** A step is ready once every prerequisite it names that is
      ***** a step of this run has been placed; a name that is not a
      ***** step of this run does not hold it back (A21 warns).
       A19-CheckStepReady.
           MOVE 'Y' TO WS-STEP-READY
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
             UNTIL WS-PREREQ-IDX > 5 OR WS-STEP-READY = 'N'
             MOVE WS-STEP-PREREQ(WS-STEP-IDX WS-PREREQ-IDX)
               TO WS-FIND-PROGRAM
             PERFORM A13-FindStep
             IF WS-FIND-IDX > 0
               IF WS-PLACED-FLAG(WS-FIND-IDX) = 'N'
                 MOVE 'N' TO WS-STEP-READY
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Names every step caught in the loop and ends the run.
       A23-AbendPrereqLoop.
           DISPLAY "ABEND: prerequisite links in "
             "project-euler/euler.runctl form a loop among:"
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             IF WS-PLACED-FLAG(WS-STEP-IDX) = 'N'
               DISPLAY "  " FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
             END-IF
           END-PERFORM
           PERFORM A04-DropSuiteLock
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
      ***** With the table in run order, turns each prerequisite name
      ***** into the index of its step, so B03 can look the outcome
      ***** up directly. A name that is not a step of this run is
      ***** warned about and ignored rather than blocking the step.
       A21-ResolvePrereqs.
           MOVE SPACES TO WS-STEP-RUN-TBL
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             MOVE SPACE TO WS-STEP-OUTCOME(WS-STEP-IDX)
             MOVE 'Y' TO WS-STEP-NEEDED(WS-STEP-IDX)
             PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 5
               MOVE WS-STEP-PREREQ(WS-STEP-IDX WS-PREREQ-IDX)
                 TO WS-FIND-PROGRAM
               PERFORM A13-FindStep
               MOVE WS-FIND-IDX
                 TO WS-STEP-PREREQ-IDX(WS-STEP-IDX WS-PREREQ-IDX)
               IF WS-FIND-IDX = 0 AND WS-FIND-PROGRAM NOT = SPACES
                 DISPLAY "WARNING: "
                   FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                   " names prerequisite "
                   FUNCTION TRIM(WS-FIND-PROGRAM)
                   ", which is not a step of this run; ignored"
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ***** RESTART <step>: the named step and everything after it
      ***** in run order are needed; walking back from the end, each
      ***** needed step marks its prerequisites needed too, and the
      ***** ordering guarantees those sit ahead of it, so one pass
      ***** covers whole chains. Steps left unneeded are bypassed.
       A22-MarkRestartPoint.
           IF WS-RESTART-FROM = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RESTART-FROM TO WS-FIND-PROGRAM
           PERFORM A13-FindStep
           IF WS-FIND-IDX = 0
             DISPLAY "ABEND: restart step "
               FUNCTION TRIM(WS-RESTART-FROM)
               " is not a step of this run"
             PERFORM A04-DropSuiteLock
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-FIND-IDX TO WS-RESTART-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX >= WS-RESTART-IDX
             MOVE 'N' TO WS-STEP-NEEDED(WS-STEP-IDX)
           END-PERFORM
           PERFORM VARYING WS-STEP-IDX FROM WS-STEP-COUNT BY -1
             UNTIL WS-STEP-IDX < 1
             IF WS-STEP-NEEDED(WS-STEP-IDX) = 'Y'
               PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                 UNTIL WS-PREREQ-IDX > 5
                 MOVE WS-STEP-PREREQ-IDX(WS-STEP-IDX WS-PREREQ-IDX)
                   TO WS-LINK-IDX
                 IF WS-LINK-IDX > 0
                   MOVE 'Y' TO WS-STEP-NEEDED(WS-LINK-IDX)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           .
      ***** Lists each step's prerequisites under the report header,
      ***** so the run order the report shows can be read against
      ***** the links that produced it.
       A25-WritePrereqLines.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             IF WS-STEP-PREREQ(WS-STEP-IDX 1) NOT = SPACES
               OR WS-STEP-PREREQ(WS-STEP-IDX 2) NOT = SPACES
               OR WS-STEP-PREREQ(WS-STEP-IDX 3) NOT = SPACES
               OR WS-STEP-PREREQ(WS-STEP-IDX 4) NOT = SPACES
               OR WS-STEP-PREREQ(WS-STEP-IDX 5) NOT = SPACES
               MOVE SPACES TO RUN-RPT-LINE
               STRING "Prerequisites of "
                 FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX)) ": "
                 WS-STEP-PREREQ(WS-STEP-IDX 1) " "
                 WS-STEP-PREREQ(WS-STEP-IDX 2) " "
                 WS-STEP-PREREQ(WS-STEP-IDX 3) " "
                 WS-STEP-PREREQ(WS-STEP-IDX 4) " "
                 WS-STEP-PREREQ(WS-STEP-IDX 5)
                 DELIMITED BY SIZE INTO RUN-RPT-LINE
               PERFORM A97-WritePagedLine
             END-IF
           END-PERFORM
           .
      ***** Loads the completed-step answers saved by the interrupted
      ***** run. No state file in restart mode just means nothing
                     AND STATE-STATUS = 'C'
                     MOVE 'C' TO WS-DONE-FLAG(WS-DONE-IDX)
                     MOVE STATE-ANSWER TO WS-DONE-ANSWER(WS-DONE-IDX)
                     MOVE STATE-ANSWER-TEXT TO
                       WS-DONE-TEXT(WS-DONE-IDX)
                   END-IF
                 END-PERFORM
             END-READ
               MOVE WS-STEP-PROGRAM(WS-DONE-IDX) TO STATE-PROGRAM
               MOVE 'C' TO STATE-STATUS
               MOVE WS-DONE-ANSWER(WS-DONE-IDX) TO STATE-ANSWER
               MOVE WS-DONE-TEXT(WS-DONE-IDX) TO STATE-ANSWER-TEXT
               WRITE STATE-RECORD
             END-IF
           END-PERFORM
           CLOSE STATE-FILE
           .
      ***** MERGE: waits for every declared lane to leave a finished
      ***** result, then writes the consolidated report from the
      ***** lanes' own step lines. The worst step RETURN-CODE across
      ***** the lanes is the merge's; a lane with no trailer counts
      ***** as 16, so a lane that never ran cannot pass for clean.
       E00-MergeLanes.
           PERFORM E10-LoadLaneList
           PERFORM E15-CountDoneLanes
           PERFORM UNTIL WS-LANES-DONE = WS-LANE-COUNT
             OR WS-MERGE-WAITED >= WS-MERGE-WAIT-MINS
             DISPLAY "Waiting for lanes: " WS-LANES-DONE " of "
               WS-LANE-COUNT " finished, " WS-MERGE-WAITED
               " of " WS-MERGE-WAIT-MINS " minutes waited"
             CALL "C$SLEEP" USING WS-MERGE-POLL-SECS
             ADD 1 TO WS-MERGE-WAITED
             PERFORM E15-CountDoneLanes
           END-PERFORM
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RUN-RPT-FILE
           PERFORM A20-WriteReportHeader
           PERFORM VARYING WS-LANE-IDX FROM 1 BY 1
             UNTIL WS-LANE-IDX > WS-LANE-COUNT
             PERFORM E20-MergeOneLane
           END-PERFORM
           MOVE SPACES TO RUN-RPT-LINE
           STRING "Steps: " WS-MERGE-STEPS " total, "
             WS-MERGE-OK " OK, " WS-MERGE-ABEND " abended, "
             WS-MERGE-SKIP " skipped, " WS-MERGE-PRIOR
             " carried forward, " WS-MERGE-TIMEBOX
             " time-boxed; worst RETURN-CODE=" WS-WORST-RC
             DELIMITED BY SIZE INTO RUN-RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RUN-RPT-LINE)
           MOVE SPACES TO RUN-RPT-LINE
           STRING "       " WS-MERGE-PREREQ
             " skipped for a failed prerequisite, " WS-MERGE-BYPASS
             " bypassed ahead of the restart point; "
             WS-LANE-COUNT " lanes, " WS-MERGE-MISSING
             " without a finished result"
             DELIMITED BY SIZE INTO RUN-RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RUN-RPT-LINE)
           PERFORM A98-WriteReportFooter
           CLOSE RUN-RPT-FILE
           .
      ***** A lane result file's path, for the lane in WS-LANE-SHOW.
       E05-SetLanePath.
           MOVE SPACES TO WS-LANE-PATH
           STRING "project-euler/eulerdriver."
             FUNCTION TRIM(WS-LANE-SHOW) ".lane"
             DELIMITED BY SIZE INTO WS-LANE-PATH
           .
      ***** The lanes of the run are the distinct lane names on the
      ***** registry's driver rows, a blank lane being MAIN, in the
      ***** order they first appear.
       E10-LoadLaneList.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open program registry "
               "project-euler/euler.registry (status "
               WS-REGISTRY-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-REGISTRY-FILE = 'Y'
             READ REGISTRY-FILE
               AT END MOVE 'Y' TO EOF-REGISTRY-FILE
               NOT AT END
                 IF REG-DRIVER-FLAG = 'Y'
                   PERFORM E12-AddLaneName
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           IF WS-LANE-COUNT = 0
             DISPLAY "ABEND: program registry holds no driver steps"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
       E12-AddLaneName.
           IF REG-LANE = SPACES
             MOVE "MAIN" TO WS-LANE-SHOW
           ELSE
             MOVE REG-LANE TO WS-LANE-SHOW
           END-IF
           MOVE 'N' TO WS-LANE-FOUND
           PERFORM VARYING WS-LANE-IDX FROM 1 BY 1
             UNTIL WS-LANE-IDX > WS-LANE-COUNT OR WS-LANE-FOUND = 'Y'
             IF WS-LANE-NAME(WS-LANE-IDX) = WS-LANE-SHOW
               MOVE 'Y' TO WS-LANE-FOUND
             END-IF
           END-PERFORM
           IF WS-LANE-FOUND = 'N'
             IF WS-LANE-COUNT < 10
               ADD 1 TO WS-LANE-COUNT
               MOVE WS-LANE-SHOW TO WS-LANE-NAME(WS-LANE-COUNT)
             ELSE
               DISPLAY "WARNING: more than 10 lanes declared; lane "
                 FUNCTION TRIM(WS-LANE-SHOW) " not merged"
             END-IF
           END-IF
           .
      ***** A lane is finished once its result file carries the
      ***** trailer, which the lane writes only after its last step.
       E15-CountDoneLanes.
           MOVE 0 TO WS-LANES-DONE
           PERFORM VARYING WS-LANE-IDX FROM 1 BY 1
             UNTIL WS-LANE-IDX > WS-LANE-COUNT
             MOVE 'N' TO WS-LANE-DONE(WS-LANE-IDX)
             MOVE WS-LANE-NAME(WS-LANE-IDX) TO WS-LANE-SHOW
             PERFORM E05-SetLanePath
             OPEN INPUT LANE-FILE
             IF WS-LANE-STATUS-CD = "00"
               MOVE 'N' TO EOF-LANE-FILE
               PERFORM WITH TEST AFTER UNTIL EOF-LANE-FILE = 'Y'
                 READ LANE-FILE
                   AT END MOVE 'Y' TO EOF-LANE-FILE
                   NOT AT END
                     IF LANE-REC-TYPE = 'T'
                       MOVE 'Y' TO WS-LANE-DONE(WS-LANE-IDX)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE LANE-FILE
             END-IF
             IF WS-LANE-DONE(WS-LANE-IDX) = 'Y'
               ADD 1 TO WS-LANES-DONE
             END-IF
           END-PERFORM
           .
      ***** One lane's section: a heading, its step lines as the lane
      ***** wrote them, and its own totals from the trailer. Lines a
      ***** lane wrote before dying are still shown.
       E20-MergeOneLane.
           MOVE WS-LANE-NAME(WS-LANE-IDX) TO WS-LANE-SHOW
           PERFORM E05-SetLanePath
           MOVE SPACES TO RUN-RPT-LINE
           STRING "Lane " FUNCTION TRIM(WS-LANE-SHOW) ":"
             DELIMITED BY SIZE INTO RUN-RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE 'N' TO WS-TRAILER-SEEN
           OPEN INPUT LANE-FILE
           IF WS-LANE-STATUS-CD = "00"
             MOVE 'N' TO EOF-LANE-FILE
             PERFORM WITH TEST AFTER UNTIL EOF-LANE-FILE = 'Y'
               READ LANE-FILE
                 AT END MOVE 'Y' TO EOF-LANE-FILE
                 NOT AT END
                   PERFORM E22-MergeLaneRecord
               END-READ
             END-PERFORM
             CLOSE LANE-FILE
           END-IF
           IF WS-TRAILER-SEEN = 'N'
             ADD 1 TO WS-MERGE-MISSING
             MOVE 16 TO WS-WORST-RC
             MOVE SPACES TO RUN-RPT-LINE
             STRING "Lane " FUNCTION TRIM(WS-LANE-SHOW)
               ": NO RESULT - lane did not finish; counted as "
               "RETURN-CODE=0016"
               DELIMITED BY SIZE INTO RUN-RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RUN-RPT-LINE)
           END-IF
           MOVE SPACES TO RUN-RPT-LINE
           PERFORM A97-WritePagedLine
           .
       E22-MergeLaneRecord.
           IF LANE-REC-TYPE = 'D'
             MOVE LANE-DETAIL TO RUN-RPT-LINE
             PERFORM A97-WritePagedLine
             EXIT PARAGRAPH
           END-IF
           IF LANE-REC-TYPE NOT = 'T'
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TRAILER-SEEN
           ADD LANE-T-STEPS TO WS-MERGE-STEPS
           ADD LANE-T-OK TO WS-MERGE-OK
           ADD LANE-T-ABEND TO WS-MERGE-ABEND
           ADD LANE-T-SKIP TO WS-MERGE-SKIP
           ADD LANE-T-PRIOR TO WS-MERGE-PRIOR
           ADD LANE-T-TIMEBOX TO WS-MERGE-TIMEBOX
           ADD LANE-T-PREREQ TO WS-MERGE-PREREQ
           ADD LANE-T-BYPASS TO WS-MERGE-BYPASS
           IF LANE-T-WORST-RC > WS-WORST-RC
             MOVE LANE-T-WORST-RC TO WS-WORST-RC
           END-IF
           MOVE SPACES TO RUN-RPT-LINE
           STRING "Lane " FUNCTION TRIM(WS-LANE-SHOW) ": "
             LANE-T-STEPS " steps, " LANE-T-OK " OK, "
             LANE-T-ABEND " abended; worst RETURN-CODE="
             LANE-T-WORST-RC "   runid=" LANE-T-RUNID
             DELIMITED BY SIZE INTO RUN-RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RUN-RPT-LINE)
           MOVE SPACES TO RUN-RPT-LINE
           STRING "      lane report " FUNCTION TRIM(LANE-T-REPORT)
             DELIMITED BY SIZE INTO RUN-RPT-LINE
           PERFORM A97-WritePagedLine
           .
      ***** RESET: clears every declared lane's result file ahead of
      ***** the lane jobs, so MERGE waits for tonight's results.
       E50-ResetLanes.
           PERFORM E10-LoadLaneList
           PERFORM VARYING WS-LANE-IDX FROM 1 BY 1
             UNTIL WS-LANE-IDX > WS-LANE-COUNT
             MOVE WS-LANE-NAME(WS-LANE-IDX) TO WS-LANE-SHOW
             PERFORM E05-SetLanePath
             CALL "CBL_DELETE_FILE" USING WS-LANE-PATH
             DISPLAY "Lane " FUNCTION TRIM(WS-LANE-SHOW)
               ": result cleared"
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           .
      ***** A lane run's result file is opened fresh once its report
      ***** is open; the step lines follow as they are reported.
       E60-OpenLaneResult.
           OPEN OUTPUT LANE-FILE
           IF WS-LANE-STATUS-CD = "00"
             MOVE 'Y' TO WS-LANE-OPEN
           ELSE
             DISPLAY "WARNING: cannot write lane result "
               FUNCTION TRIM(WS-LANE-PATH) " (status "
               WS-LANE-STATUS-CD "); the merge will count this lane "
               "as unfinished"
           END-IF
           .
       E62-CopyToLaneResult.
           IF WS-LANE-OPEN = 'Y'
             MOVE SPACES TO LANE-RECORD
             MOVE 'D' TO LANE-REC-TYPE
             MOVE RUN-RPT-LINE TO LANE-DETAIL
             WRITE LANE-RECORD
           END-IF
           .
       E65-CloseLaneResult.
           IF WS-LANE-OPEN = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LANE-RECORD
           MOVE 'T' TO LANE-REC-TYPE
           MOVE WS-RUN-LANE TO LANE-T-LANE
           MOVE WS-RUN-ID TO LANE-T-RUNID
           MOVE WS-WORST-RC TO LANE-T-WORST-RC
           MOVE WS-STEP-COUNT TO LANE-T-STEPS
           MOVE WS-OK-COUNT TO LANE-T-OK
           MOVE WS-ABEND-COUNT TO LANE-T-ABEND
           MOVE WS-SKIP-COUNT TO LANE-T-SKIP
           MOVE WS-PRIOR-COUNT TO LANE-T-PRIOR
           MOVE WS-TIMEBOX-COUNT TO LANE-T-TIMEBOX
           MOVE WS-PREREQ-SKIP-COUNT TO LANE-T-PREREQ
           MOVE WS-BYPASS-COUNT TO LANE-T-BYPASS
           MOVE WS-RPT-FILENAME TO LANE-T-REPORT
           WRITE LANE-RECORD
           CLOSE LANE-FILE
           MOVE 'N' TO WS-LANE-OPEN
           .
      ***** Writes one detail line through the shared formatter's
      ***** page accounting: mode 'P' counts the line and hands back
      ***** a page-break block whenever a new page starts, which is
