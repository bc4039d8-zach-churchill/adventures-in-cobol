      *    to have over five hundred divisors?
      *
      *    N is supplied on the command line:
      *        problem12 <n> [<n> ...]
      *    and defaults to 500 when not supplied. Up to eight values
      *    of N may be given at once (e.g. problem12 100 200 300
      *    500): one walk, up to the largest, answers them all, and
      *    the report lists each N's triangle number. The largest N
      *    is the run's answer for the driver and the ledger.
      *
      *    Every term that beats all the divisor counts before it is
      *    a milestone, and the walk banks each one in the threshold
      *    table project-euler/problem12.thresh together with the
      *    term it has walked through. The first triangle number
      *    with over N divisors is the first milestone past N, so a
      *    later run whose N is below the best count banked is
      *    answered from the table without walking at all, and a run
      *    that goes further picks the walk up where the table ends
      *    and extends it. Like Problem14's length cache the table
      *    is rewritten whole on each heartbeat and at completion,
      *    so a time-boxed or interrupted walk keeps what it found.
      *
      *    The divisor counting goes through the shared DivisorCount
      *    subprogram (see divisorcount.cbl, a sibling to PrimeTest)
      *    checkpoints its position, writes a final INCOMPLETE
      *    heartbeat, and exits with RETURN-CODE 2 - resumable, not
      *    failed.
      *
      *    On the same heartbeat it reads the operator command file
      *    (see cmdchannel.cbl and opcmd.cbl): STOP takes the same
      *    checkpointed RETURN-CODE 2 exit as the time box,
      *    CHECKPOINT saves the position on the spot, and EXTEND
      *    pushes an armed cutoff back.
      *
      *    A single-N run with the same N under the same program
      *    version already in the results master is answered from
      *    there at once (see resultreuse.cbl); FORCE, anywhere on
      *    the line, walks regardless.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress walks its cases that way) CANCELs it after
      *    taking that RETURN-CODE, so each CALL starts with a fresh
      *    walk and N list.
      *****************************************************************
       PROGRAM-ID. Problem12.
       ENVIRONMENT DIVISION.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
           SELECT TH-FILE ASSIGN TO "project-euler/problem12.thresh"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TH-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       FD TH-FILE.
       01 TH-RECORD.
           05 TH-TYPE PIC X(1).
           05 TH-TERM PIC 9(9).
           05 TH-DIVISORS PIC 9(12).
           05 TH-TRIANGLE PIC 9(18).
       WORKING-STORAGE SECTION.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-TH-STATUS-CD PIC XX.
       01 EOF-TH-FILE PIC X VALUE 'N'.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/problem12.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 N PIC 9(6) VALUE 500.
       01 WS-N-COUNT PIC 9(2) VALUE 0.
       01 WS-N-MAX PIC 9(2) VALUE 8.
       01 WS-N-TBL.
           05 WS-N-ENTRY OCCURS 8 TIMES.
               10 WS-N-VALUE PIC 9(6).
               10 WS-N-TERM PIC 9(9).
               10 WS-N-TRIANGLE PIC 9(18).
               10 WS-N-DIVISORS PIC 9(12).
       01 WS-N-IDX PIC 9(2).
       01 WS-N-POS PIC 9(2).
       01 WS-N-DUP PIC X(1).
       01 WS-STAGED-COUNT PIC 9(2) VALUE 0.
       01 WS-STAGE-IDX PIC 9(2).
       01 WS-ARG-NUM PIC 9(2) VALUE 1.
       01 WS-MORE-ARGS PIC X(1) VALUE 'Y'.
       01 WS-ARG-VALUE PIC X(18).
       01 WS-TH-MAX PIC 9(3) VALUE 500.
       01 WS-TH-COUNT PIC 9(3) VALUE 0.
       01 WS-TH-TBL.
           05 WS-TH-ENTRY OCCURS 500 TIMES.
               10 WS-TH-TERM PIC 9(9).
               10 WS-TH-DIVISORS PIC 9(12).
               10 WS-TH-TRIANGLE PIC 9(18).
       01 WS-TH-IDX PIC 9(3).
       01 WS-TH-WALKED PIC 9(9) VALUE 0.
       01 WS-TH-BEST PIC 9(12) VALUE 0.
       01 WS-TH-HDR-BEST PIC 9(12) VALUE 0.
       01 WS-TH-CHECK PIC 9(18).
       01 WS-TH-BAD PIC X(1) VALUE 'N'.
       01 WS-TH-BANKING PIC X(1) VALUE 'Y'.
       01 WS-TH-LOOKUP PIC X(1) VALUE 'N'.
       01 WS-TH-FROM-TERM PIC 9(9) VALUE 1.
       01 WS-TERM PIC 9(9) VALUE 1.
       01 WS-TRIANGLE PIC 9(18).
       01 WS-DC-NUMBER PIC 9(13).
       01 WS-TB-VALUE PIC X(18).
       01 WS-TB-EXPIRED PIC X(1) VALUE 'N'.
       01 WS-TIMEBOX-STOP PIC X(1) VALUE 'N'.
       01 WS-CC-ACTION PIC X(1).
       01 WS-ST-INC-PARMS PIC X(60).
       01 WS-RESUMED PIC X(1) VALUE 'N'.
       01 WS-FORCE PIC X(1) VALUE 'N'.
       01 WS-RR-ANSWER PIC 9(20).
       01 WS-RR-FOUND PIC X(1).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem12".
       01 WS-LEDGER-PARMS PIC X(60).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 1.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           DISPLAY "N: " N
           PERFORM A04-CheckReuse
           PERFORM B05-LoadThresholds
           IF N < WS-TH-BEST
             MOVE 'Y' TO WS-TH-LOOKUP
             DISPLAY "Answered from threshold table (walked through "
               "term " WS-TH-WALKED ")"
           ELSE
             PERFORM A06-CheckRestart
             PERFORM B00-Implementation
             IF WS-TIMEBOX-STOP = 'Y'
               PERFORM A09-TimeBoxExit
             END-IF
             IF WS-TH-BANKING = 'Y'
               MOVE WS-TERM TO WS-TH-WALKED
               PERFORM B50-SaveThresholds
             END-IF
             PERFORM A07-CompleteCheckpoint
           END-IF
           PERFORM C00-ResolveThresholds
           MOVE WS-TRIANGLE TO WS-EULER-RESULT
           DISPLAY "First triangle number with over " N
             " divisors: " WS-TRIANGLE
             " (term " WS-TERM ", " WS-DIVISORS " divisors)"
           IF WS-N-COUNT > 1
             PERFORM VARYING WS-N-IDX FROM 1 BY 1
               UNTIL WS-N-IDX >= WS-N-COUNT
               DISPLAY "  over " WS-N-VALUE(WS-N-IDX) " divisors: "
                 WS-N-TRIANGLE(WS-N-IDX) " (term "
                 WS-N-TERM(WS-N-IDX) ")"
             END-PERFORM
           END-IF
           PERFORM D00-WriteReport
           PERFORM A13-BuildLedgerParms
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
           DISPLAY "Elapsed Time: " WS-ELAPSED-SEC "."
             WS-ELAPSED-REM " seconds"
           .
      ***** An identical run already on file under this version is
      ***** answered at once instead of searched again (see
      ***** resultreuse.cbl), with no threshold table, checkpoint,
      ***** status or report written; FORCE always searches. Only
      ***** a single N qualifies: a list needs every N's term, which
      ***** the results master does not keep.
       A04-CheckReuse.
           IF WS-FORCE = 'Y' OR WS-N-COUNT > 1
             EXIT PARAGRAPH
           END-IF
           PERFORM A13-BuildLedgerParms
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           CALL "ResultReuse" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-RR-ANSWER WS-RR-FOUND
           IF WS-RR-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RR-ANSWER TO WS-TRIANGLE
           MOVE WS-TRIANGLE TO WS-EULER-RESULT
           DISPLAY "First triangle number with over " N
             " divisors: " WS-TRIANGLE
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK
           .
      ***** Command-line value is staged through the shared EUPARM
      ***** table (see copybooks/EUPARM.cpy) before being converted
      ***** into N. A linked caller can supply the value through the
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           IF WS-EUPARM-OVR-COUNT > 0
             PERFORM A05C-StageOverrides
           ELSE
             PERFORM A05D-StageArguments
           END-IF
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
             UNTIL WS-STAGE-IDX > WS-STAGED-COUNT
             EVALUATE TRUE
               WHEN EUPARM-VALUE(WS-STAGE-IDX) = SPACES
                 CONTINUE
               WHEN EUPARM-VALUE(WS-STAGE-IDX)(1:7) = "MAXMIN="
                 OR EUPARM-VALUE(WS-STAGE-IDX)(1:7) = "STOPAT="
                 MOVE EUPARM-VALUE(WS-STAGE-IDX) TO WS-TB-VALUE
                 PERFORM A05A-ArmTimeBox
               WHEN FUNCTION UPPER-CASE(EUPARM-VALUE(WS-STAGE-IDX))
                 = "FORCE"
                 MOVE 'Y' TO WS-FORCE
               WHEN OTHER
                 PERFORM A05B-AddN
             END-EVALUATE
           END-PERFORM
           IF WS-N-COUNT = 0
             MOVE 1 TO WS-N-COUNT
             MOVE 500 TO WS-N-VALUE(1)
           END-IF
           MOVE WS-N-VALUE(WS-N-COUNT) TO N
           .
      ***** One value of N, kept in ascending order so the largest -
      ***** the one the walk runs to - is always the last; a value
      ***** given twice is only kept once.
       A05B-AddN.
           MOVE EUPARM-VALUE(WS-STAGE-IDX) TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
             OR WS-PC-NUMBER > 999999
             DISPLAY "ABEND: N '"
               FUNCTION TRIM(EUPARM-VALUE(WS-STAGE-IDX))
               "' is not a whole number in 1-999999"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'N' TO WS-N-DUP
           PERFORM VARYING WS-N-IDX FROM 1 BY 1
             UNTIL WS-N-IDX > WS-N-COUNT
             IF WS-N-VALUE(WS-N-IDX) = WS-PC-NUMBER
               MOVE 'Y' TO WS-N-DUP
             END-IF
           END-PERFORM
           IF WS-N-DUP = 'Y'
             EXIT PARAGRAPH
           END-IF
           IF WS-N-COUNT >= WS-N-MAX
             DISPLAY "ABEND: at most " WS-N-MAX " values of N"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 1 TO WS-N-POS
           PERFORM UNTIL WS-N-POS > WS-N-COUNT
             OR WS-N-VALUE(WS-N-POS) > WS-PC-NUMBER
             ADD 1 TO WS-N-POS
           END-PERFORM
           ADD 1 TO WS-N-COUNT
           PERFORM VARYING WS-N-IDX FROM WS-N-COUNT BY -1
             UNTIL WS-N-IDX <= WS-N-POS
             MOVE WS-N-ENTRY(WS-N-IDX - 1) TO WS-N-ENTRY(WS-N-IDX)
           END-PERFORM
           MOVE WS-PC-NUMBER TO WS-N-VALUE(WS-N-POS)
           .
      ***** Command-line values are staged through the shared EUPARM
      ***** table (see copybooks/EUPARM.cpy) before being converted.
      ***** A linked caller can supply them through the EXTERNAL
      ***** override table instead (see copybooks/EUPARMOV.cpy),
      ***** which takes precedence over the command line the way
      ***** WS-P5-N-OVERRIDE does in Problem5. The time-box value
      ***** may come anywhere among the values of N.
       A05C-StageOverrides.
           MOVE WS-EUPARM-OVR-COUNT TO WS-STAGED-COUNT
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
             UNTIL WS-STAGE-IDX > WS-STAGED-COUNT
             MOVE WS-EUPARM-OVR-VALUE(WS-STAGE-IDX)
               TO EUPARM-VALUE(WS-STAGE-IDX)
           END-PERFORM
           .
       A05D-StageArguments.
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
      ***** Ledger parameters: N alone, or every N asked for in one
      ***** run, slash-separated (N=100/200/300/500).
       A13-BuildLedgerParms.
           MOVE SPACES TO WS-LEDGER-PARMS
           MOVE 1 TO WS-N-POS
           STRING "N=" WS-N-VALUE(1) DELIMITED BY SIZE
             INTO WS-LEDGER-PARMS WITH POINTER WS-N-POS
           END-STRING
           PERFORM VARYING WS-N-IDX FROM 2 BY 1
             UNTIL WS-N-IDX > WS-N-COUNT
             STRING "/" WS-N-VALUE(WS-N-IDX) DELIMITED BY SIZE
               INTO WS-LEDGER-PARMS WITH POINTER WS-N-POS
             END-STRING
           END-PERFORM
           .
      ***** The walk starts where the threshold table ends. If the
      ***** shared keyed checkpoint file (see ckptmgr.cbl) holds a
      ***** running entry for this same N further on than that,
      ***** resume the term walk from there instead. Entries are
      ***** keyed per program and parameters, so different N
      ***** searches resume independently. The table is saved with
      ***** every checkpoint, so a checkpoint ahead of it means the
      ***** table was lost or replaced: a single N still resumes
      ***** (its answer needs only the walk) but banks nothing, as
      ***** the milestones in between are unknown; a list of N
      ***** needs them, so it walks from the table instead.
       A06-CheckRestart.
           COMPUTE WS-TERM = WS-TH-WALKED + 1
           MOVE WS-TH-BEST TO WS-BEST-DIVISORS
           MOVE SPACES TO WS-CKPT-KEY
           STRING "N=" N DELIMITED BY SIZE INTO WS-CKPT-KEY
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE 'R' TO WS-CM-MODE
           CALL "CkptManager" USING WS-CM-MODE WS-LEDGER-PROGRAM
             WS-CKPT-KEY WS-CM-DATA WS-CM-FOUND
           IF WS-CM-FOUND = 'Y' AND WS-CM-P12-TERM > WS-TERM
             IF WS-N-COUNT = 1
               MOVE WS-CM-P12-TERM TO WS-TERM
               MOVE WS-CM-P12-BEST TO WS-BEST-DIVISORS
               MOVE 'Y' TO WS-RESUMED
               MOVE 'N' TO WS-TH-BANKING
               DISPLAY "Resuming from checkpoint at term " WS-TERM
               DISPLAY "WARNING: threshold table ends at term "
                 WS-TH-WALKED ", behind the checkpoint; this run "
                 "banks no milestones"
             ELSE
               DISPLAY "WARNING: checkpoint at term " WS-CM-P12-TERM
                 " is ahead of the threshold table; walking from "
                 "term " WS-TERM " to find every N"
             END-IF
           ELSE
             IF WS-TERM > 1
               MOVE 'Y' TO WS-RESUMED
               DISPLAY "Extending threshold table from term " WS-TERM
             END-IF
           END-IF
           MOVE WS-TERM TO WS-TH-FROM-TERM
           .
       A07-CompleteCheckpoint.
           MOVE 'C' TO WS-CM-MODE
             WS-ST-POSITION WS-ST-BOUND
           .
       A08-SaveCheckpoint.
           IF WS-TH-BANKING = 'Y'
             COMPUTE WS-TH-WALKED = WS-TERM - 1
             PERFORM B50-SaveThresholds
           END-IF
           MOVE WS-TERM TO WS-CM-P12-TERM
           MOVE WS-BEST-DIVISORS TO WS-CM-P12-BEST
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE 'S' TO WS-CM-MODE
           CALL "CkptManager" USING WS-CM-MODE WS-LEDGER-PROGRAM
             WS-CKPT-KEY WS-CM-DATA WS-CM-FOUND
           IF WS-TB-EXPIRED = 'Y'
             MOVE 'Y' TO WS-TIMEBOX-STOP
           END-IF
           PERFORM A15-CheckCommands
           .
      ***** Operator commands (see cmdchannel.cbl) are read on the
      ***** same heartbeat: STOP takes the time-box exit, CHECKPOINT
      ***** saves the position again on the spot, and EXTEND has
      ***** already moved the cutoff inside TimeBox.
       A15-CheckCommands.
           CALL "CmdChannel" USING WS-LEDGER-PROGRAM WS-RUN-DATE
             WS-RUN-TIME WS-CC-ACTION
           EVALUATE WS-CC-ACTION
             WHEN 'S'
               MOVE 'Y' TO WS-TIMEBOX-STOP
             WHEN 'C'
               PERFORM A08-SaveCheckpoint
           END-EVALUATE
           .
      ***** Cutoff reached: save the exact stop position, leave a
      ***** final INCOMPLETE heartbeat for the monitor, and exit
             COMPUTE WS-DIVISORS = WS-COUNT-A * WS-COUNT-B
             IF WS-DIVISORS > WS-BEST-DIVISORS
               MOVE WS-DIVISORS TO WS-BEST-DIVISORS
               IF WS-TH-BANKING = 'Y'
                 PERFORM B10-BankThreshold
               END-IF
             END-IF
             IF WS-DIVISORS > N
               COMPUTE WS-TRIANGLE = WS-TERM * (WS-TERM + 1) / 2
             END-IF
           END-PERFORM
           .
      ***** Loads the threshold table. Each milestone must beat the
      ***** one before it on both term and divisor count, carry its
      ***** own triangle number, and the header's best count must be
      ***** the last milestone's; a table that fails any of that is
      ***** set aside and rebuilt rather than trusted for answers.
      ***** No table on file just means a first run.
       B05-LoadThresholds.
           OPEN INPUT TH-FILE
           IF WS-TH-STATUS-CD NOT = "00"
             DISPLAY "No threshold table on file; it will be built"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-TH-FILE = 'Y'
             READ TH-FILE
               AT END MOVE 'Y' TO EOF-TH-FILE
               NOT AT END
                 PERFORM B06-CheckThreshold
             END-READ
           END-PERFORM
           CLOSE TH-FILE
           IF WS-TH-COUNT > 0
             IF WS-TH-HDR-BEST NOT = WS-TH-DIVISORS(WS-TH-COUNT)
               OR WS-TH-WALKED < WS-TH-TERM(WS-TH-COUNT)
               MOVE 'Y' TO WS-TH-BAD
             END-IF
           END-IF
           IF WS-TH-BAD = 'Y'
             DISPLAY "WARNING: threshold table "
               "project-euler/problem12.thresh failed its checks; "
               "it will be rebuilt"
             MOVE 0 TO WS-TH-COUNT
             MOVE 0 TO WS-TH-WALKED
             MOVE 0 TO WS-TH-BEST
             EXIT PARAGRAPH
           END-IF
           IF WS-TH-COUNT > 0
             MOVE WS-TH-DIVISORS(WS-TH-COUNT) TO WS-TH-BEST
           END-IF
           DISPLAY "Threshold table loaded: " WS-TH-COUNT
             " milestones, walked through term " WS-TH-WALKED
           .
       B06-CheckThreshold.
           IF TH-RECORD(2:39) IS NOT NUMERIC
             MOVE 'Y' TO WS-TH-BAD
             EXIT PARAGRAPH
           END-IF
           EVALUATE TH-TYPE
             WHEN 'H'
               MOVE TH-TERM TO WS-TH-WALKED
               MOVE TH-DIVISORS TO WS-TH-HDR-BEST
             WHEN 'R'
               COMPUTE WS-TH-CHECK = TH-TERM * (TH-TERM + 1) / 2
               IF WS-TH-COUNT >= WS-TH-MAX
                 OR TH-TRIANGLE NOT = WS-TH-CHECK
                 MOVE 'Y' TO WS-TH-BAD
                 EXIT PARAGRAPH
               END-IF
               IF WS-TH-COUNT > 0
                 IF TH-TERM <= WS-TH-TERM(WS-TH-COUNT)
                   OR TH-DIVISORS <= WS-TH-DIVISORS(WS-TH-COUNT)
                   MOVE 'Y' TO WS-TH-BAD
                   EXIT PARAGRAPH
                 END-IF
               END-IF
               ADD 1 TO WS-TH-COUNT
               MOVE TH-TERM TO WS-TH-TERM(WS-TH-COUNT)
               MOVE TH-DIVISORS TO WS-TH-DIVISORS(WS-TH-COUNT)
               MOVE TH-TRIANGLE TO WS-TH-TRIANGLE(WS-TH-COUNT)
             WHEN OTHER
               MOVE 'Y' TO WS-TH-BAD
           END-EVALUATE
           .
      ***** A new best divisor count is a milestone. A full table
      ***** stops banking at the term before it, so the walked-
      ***** through mark never runs past a milestone left out.
       B10-BankThreshold.
           IF WS-TH-COUNT >= WS-TH-MAX
             COMPUTE WS-TH-WALKED = WS-TERM - 1
             MOVE 'N' TO WS-TH-BANKING
             PERFORM B50-SaveThresholds
             DISPLAY "WARNING: threshold table full at " WS-TH-MAX
               " milestones; banking stops at term " WS-TH-WALKED
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TH-COUNT
           MOVE WS-TERM TO WS-TH-TERM(WS-TH-COUNT)
           MOVE WS-DIVISORS TO WS-TH-DIVISORS(WS-TH-COUNT)
           COMPUTE WS-TH-TRIANGLE(WS-TH-COUNT) =
             WS-TERM * (WS-TERM + 1) / 2
           .
      ***** Persists the threshold table, header then milestones,
      ***** rewritten whole - the rewrite-on-save style of
      ***** Problem14's length cache.
       B50-SaveThresholds.
           OPEN OUTPUT TH-FILE
           IF WS-TH-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot rewrite threshold table "
               "project-euler/problem12.thresh (status "
               WS-TH-STATUS-CD ")"
             EXIT PARAGRAPH
           END-IF
           MOVE 'H' TO TH-TYPE
           MOVE WS-TH-WALKED TO TH-TERM
           MOVE 0 TO TH-DIVISORS
           IF WS-TH-COUNT > 0
             MOVE WS-TH-DIVISORS(WS-TH-COUNT) TO TH-DIVISORS
           END-IF
           MOVE 0 TO TH-TRIANGLE
           WRITE TH-RECORD
           PERFORM VARYING WS-TH-IDX FROM 1 BY 1
             UNTIL WS-TH-IDX > WS-TH-COUNT
             MOVE 'R' TO TH-TYPE
             MOVE WS-TH-TERM(WS-TH-IDX) TO TH-TERM
             MOVE WS-TH-DIVISORS(WS-TH-IDX) TO TH-DIVISORS
             MOVE WS-TH-TRIANGLE(WS-TH-IDX) TO TH-TRIANGLE
             WRITE TH-RECORD
           END-PERFORM
           CLOSE TH-FILE
           .
      ***** Each N's answer is the first milestone past it. The
      ***** largest N, when it was walked to, is the walk's own
      ***** result - the only answer a run that banks nothing has.
      ***** A lookup run takes the largest N's answer from the table
      ***** as the run's answer.
       C00-ResolveThresholds.
           PERFORM VARYING WS-N-IDX FROM 1 BY 1
             UNTIL WS-N-IDX > WS-N-COUNT
             IF WS-N-IDX = WS-N-COUNT AND WS-TH-LOOKUP = 'N'
               MOVE WS-TERM TO WS-N-TERM(WS-N-IDX)
               MOVE WS-TRIANGLE TO WS-N-TRIANGLE(WS-N-IDX)
               MOVE WS-DIVISORS TO WS-N-DIVISORS(WS-N-IDX)
             ELSE
               MOVE 0 TO WS-N-TERM(WS-N-IDX)
               MOVE 0 TO WS-N-TRIANGLE(WS-N-IDX)
               MOVE 0 TO WS-N-DIVISORS(WS-N-IDX)
               MOVE 1 TO WS-TH-IDX
               PERFORM UNTIL WS-TH-IDX > WS-TH-COUNT
                 OR WS-TH-DIVISORS(WS-TH-IDX) > WS-N-VALUE(WS-N-IDX)
                 ADD 1 TO WS-TH-IDX
               END-PERFORM
               IF WS-TH-IDX <= WS-TH-COUNT
                 MOVE WS-TH-TERM(WS-TH-IDX) TO WS-N-TERM(WS-N-IDX)
                 MOVE WS-TH-TRIANGLE(WS-TH-IDX)
                   TO WS-N-TRIANGLE(WS-N-IDX)
                 MOVE WS-TH-DIVISORS(WS-TH-IDX)
                   TO WS-N-DIVISORS(WS-N-IDX)
               END-IF
             END-IF
           END-PERFORM
           IF WS-TH-LOOKUP = 'Y'
             MOVE WS-N-TERM(WS-N-COUNT) TO WS-TERM
             MOVE WS-N-TRIANGLE(WS-N-COUNT) TO WS-TRIANGLE
             MOVE WS-N-DIVISORS(WS-N-COUNT) TO WS-DIVISORS
           END-IF
           .
      ***** The report is a summary page: N, the winning term, its
      ***** triangle number, and the divisor count that won, then
      ***** where the answer came from and, for a list of N, each
      ***** one's threshold.
       D00-WriteReport.
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           STRING "Divisors: " WS-DIVISORS
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           IF WS-TH-LOOKUP = 'Y'
             STRING "Source: threshold table, walked through term "
               WS-TH-WALKED
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "Source: walk from term " WS-TH-FROM-TERM
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           IF WS-TH-BANKING = 'Y'
             STRING "Threshold table: " WS-TH-COUNT " milestones, "
               "walked through term " WS-TH-WALKED
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "Threshold table: " WS-TH-COUNT " milestones, "
               "walked through term " WS-TH-WALKED
               " (not extended this run)"
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           IF WS-N-COUNT > 1
             MOVE SPACES TO RPT-LINE
             PERFORM A97-WritePagedLine
             MOVE SPACES TO RPT-LINE
             STRING "  Over N        Term       "
               "Triangle number     Divisors"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             PERFORM VARYING WS-N-IDX FROM 1 BY 1
               UNTIL WS-N-IDX > WS-N-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  N=" WS-N-VALUE(WS-N-IDX) "      "
                 WS-N-TERM(WS-N-IDX) "  "
                 WS-N-TRIANGLE(WS-N-IDX) "  "
                 WS-N-DIVISORS(WS-N-IDX)
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM A97-WritePagedLine
             END-PERFORM
           END-IF
           MOVE 'F' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
