      *    extended in place - each new odd candidate tested against
      *    the primes already on file, the same way primemaint's
      *    EXTEND mode works - but only up to the square root now,
      *    never to the whole ceiling. Each such extension is also
      *    recorded in the prime demand file (see primedemand.cbl)
      *    for the nightly PrimeMaint DEMAND step.
      *
      *    Each block boundary is checkpointed through the shared
      *    CkptManager (running sum and count included), so an
      *    checkpoints, writes a final INCOMPLETE heartbeat, and
      *    exits with RETURN-CODE 2 - resumable, not failed.
      *
      *    On the same heartbeat it reads the operator command file
      *    (see cmdchannel.cbl and opcmd.cbl): STOP takes the same
      *    checkpointed RETURN-CODE 2 exit as the time box,
      *    CHECKPOINT saves the position on the spot, and EXTEND
      *    pushes an armed cutoff back.
      *
      *    Block ends fall on multiples of 100000, and each one the
      *    sieve passes is written to the prime-sum table
      *    (project-euler/euler.primesums, see copybooks/EUPSUMS.cpy)
      *    with the count and sum of the primes below it. A run
      *    starts from the highest boundary on file at or below its
      *    CEILING (or its checkpoint, when that is further along)
      *    and sieves only the remainder, so a ceiling already
      *    passed by an earlier run costs at most one block.
      *    PrimeMaint builds the table's lower boundaries from the
      *    master and its VERIFY mode rechecks them.
      *
      *    A run with the same CEILING under the same program version
      *    already in the results master is answered from there at
      *    once (see resultreuse.cbl); FORCE, anywhere on the line,
      *    searches regardless.
      *
      *    Follows the full suite convention: the answer goes back
      *    through WS-EULER-RESULT for EulerDriver, the run is
      *    recorded by LedgerWriter, the report file carries
      *    ReportFormat headers, and euler.expected holds its
      *    regression row.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress and ShadowCheck walk their cases that way)
      *    CANCELs it after taking that RETURN-CODE, so each CALL gets
      *    the running sum, the prime count and the end-of-file flag
      *    back at their defaults each time.
      *****************************************************************
       PROGRAM-ID. Problem10.
       ENVIRONMENT DIVISION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MASTER-PRIME
             FILE STATUS IS WS-MASTER-STATUS-CD.
           SELECT PSUM-FILE
             ASSIGN TO "project-euler/euler.primesums"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PSUM-BOUNDARY
             FILE STATUS IS WS-PSUM-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-PRIME PIC 9(13).
       FD PSUM-FILE.
       COPY EUPSUMS.
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-PSUM-STATUS-CD PIC XX.
       01 WS-PSUM-OPEN PIC X(1) VALUE 'N'.
       01 EOF-PSUM-FILE PIC X VALUE 'N'.
       01 WS-PSUM-FROM PIC 9(13) VALUE 0.
       01 WS-PSUM-HELD-COUNT PIC 9(13) VALUE 0.
       01 WS-PSUM-HELD-SUM PIC 9(18) VALUE 0.
       01 WS-PSUM-ADDED PIC 9(6) VALUE 0.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/problem10.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 WS-SEG-HIGH PIC 9(13).
       01 WS-SEG-SPAN PIC 9(6).
       01 WS-SEG-IDX PIC 9(6).
       01 WS-BLOCK-QUOT PIC 9(13).
       01 WS-MULT PIC 9(14).
       01 WS-MULT-QUOT PIC 9(14).
       01 WS-MULT-REM PIC 9(13).
       01 WS-ST-POSITION PIC 9(13).
       01 WS-ST-BOUND PIC 9(13).
       01 WS-RESUMED PIC X(1) VALUE 'N'.
       01 WS-FORCE PIC X(1) VALUE 'N'.
       01 WS-FORCE-IDX PIC 9(2).
       01 WS-SHIFT-IDX PIC 9(2).
       01 WS-RR-ANSWER PIC 9(20).
       01 WS-RR-FOUND PIC X(1).
       01 WS-TB-MODE PIC X(1).
       01 WS-TB-VALUE PIC X(18).
       01 WS-TB-EXPIRED PIC X(1) VALUE 'N'.
       01 WS-TIMEBOX-STOP PIC X(1) VALUE 'N'.
       01 WS-CC-ACTION PIC X(1).
       01 WS-ST-INC-PARMS PIC X(60).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem10".
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
           DISPLAY "Ceiling: " CEILING-VALUE
           PERFORM A04-CheckReuse
           COMPUTE WS-BASE-BOUND =
             FUNCTION SQRT(CEILING-VALUE) + 1
           PERFORM B00-LoadMaster
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
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
             IF WS-EUPARM-OVR-COUNT > 1
               MOVE WS-EUPARM-OVR-VALUE(2) TO EUPARM-VALUE(2)
             END-IF
             IF WS-EUPARM-OVR-COUNT > 2
               MOVE WS-EUPARM-OVR-VALUE(3) TO EUPARM-VALUE(3)
             END-IF
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(1) FROM ARGUMENT-VALUE
             ACCEPT EUPARM-VALUE(2) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 3 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(3) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           PERFORM A05F-TakeForce
           IF EUPARM-VALUE(1)(1:7) = "MAXMIN="
             OR EUPARM-VALUE(1)(1:7) = "STOPAT="
             MOVE EUPARM-VALUE(1) TO WS-TB-VALUE
             GOBACK
           END-IF
           .
      ***** FORCE, in any position, asks for a fresh search even
      ***** when an identical run's answer is on file (see
      ***** resultreuse.cbl); it is taken out before the other
      ***** values are read.
       A05F-TakeForce.
           MOVE 'N' TO WS-FORCE
           PERFORM VARYING WS-FORCE-IDX FROM 1 BY 1
             UNTIL WS-FORCE-IDX > 20
             IF FUNCTION UPPER-CASE(EUPARM-VALUE(WS-FORCE-IDX))
               = "FORCE"
               MOVE 'Y' TO WS-FORCE
               PERFORM VARYING WS-SHIFT-IDX FROM WS-FORCE-IDX BY 1
                 UNTIL WS-SHIFT-IDX >= 20
                 MOVE EUPARM-VALUE(WS-SHIFT-IDX + 1)
                   TO EUPARM-VALUE(WS-SHIFT-IDX)
               END-PERFORM
               MOVE SPACES TO EUPARM-VALUE(20)
             END-IF
           END-PERFORM
           .
      ***** An identical run already on file under this version is
      ***** answered at once instead of searched again (see
      ***** resultreuse.cbl), with no master load, checkpoint, status
      ***** or report written; FORCE always searches.
       A04-CheckReuse.
           IF WS-FORCE = 'Y'
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LEDGER-PARMS
           STRING "CEILING=" CEILING-VALUE
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           CALL "ResultReuse" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-RR-ANSWER WS-RR-FOUND
           IF WS-RR-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RR-ANSWER TO RUNNING-SUM
           MOVE RUNNING-SUM TO WS-EULER-RESULT
           DISPLAY "Sum of primes below " CEILING-VALUE ": "
             RUNNING-SUM
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK
           .
      ***** Reads the keyed master in key order, stopping as soon as
      ***** the base bound is covered - the sieve only ever needs
      ***** the primes up to the square root of the ceiling, so a
      ***** each odd candidate against the primes already held, the
      ***** same trial-division-by-primes primemaint's EXTEND mode
      ***** uses, and appending each new prime so the next run
      ***** starts further ahead. The shortfall is also recorded as
      ***** a prime demand (see primedemand.cbl), so the nightly
      ***** PrimeMaint DEMAND step knows how far runs are reaching.
       B10-ExtendMaster.
           CALL "PrimeDemand" USING WS-LEDGER-PROGRAM WS-BASE-BOUND
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot extend prime master "
           MOVE SPACES TO WS-CKPT-KEY
           STRING "CEILING=" CEILING-VALUE
             DELIMITED BY SIZE INTO WS-CKPT-KEY
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE 'R' TO WS-CM-MODE
           CALL "CkptManager" USING WS-CM-MODE WS-LEDGER-PROGRAM
             WS-CKPT-KEY WS-CM-DATA WS-CM-FOUND
           MOVE WS-SEG-LOW TO WS-CM-P10-NEXTLOW
           MOVE RUNNING-SUM TO WS-CM-P10-SUM
           MOVE WS-SUMMED-COUNT TO WS-CM-P10-COUNT
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
      ***** Cutoff reached: the block boundary is already
      ***** checkpointed, so leave a final INCOMPLETE heartbeat for
      ***** in fixed blocks, each sieved with the base primes (all
      ***** primes up to the square root of the ceiling) and summed,
      ***** then checkpointed, so memory stays one block wide no
      ***** matter the ceiling. The walk starts from the nearest
      ***** prime-sum boundary when one is on file, and records each
      ***** boundary it passes for the runs after it.
       C00-SumPrimes.
           IF WS-RESUMED = 'N'
             MOVE 0 TO RUNNING-SUM
             MOVE 0 TO WS-SUMMED-COUNT
             MOVE 2 TO WS-SEG-LOW
           END-IF
           PERFORM C03-OpenSumTable
           PERFORM C05-StartFromBoundary
           PERFORM UNTIL WS-SEG-LOW >= CEILING-VALUE
             OR WS-TIMEBOX-STOP = 'Y'
             PERFORM C10-SieveOneBlock
             COMPUTE WS-SEG-LOW = WS-SEG-HIGH + 1
             PERFORM C08-RecordBoundary
             PERFORM A08-SaveCheckpoint
             PERFORM A12-WriteStatus
             PERFORM A14-CheckTimeBox
           END-PERFORM
           IF WS-PSUM-OPEN = 'Y'
             CLOSE PSUM-FILE
             MOVE 'N' TO WS-PSUM-OPEN
           END-IF
           IF WS-PSUM-ADDED > 0
             DISPLAY "Prime-sum boundaries recorded: " WS-PSUM-ADDED
           END-IF
           .
      ***** The prime-sum table is a shortcut, never a requirement:
      ***** a first run creates it, and one that cannot be opened is
      ***** warned and the sum is taken the long way.
       C03-OpenSumTable.
           OPEN I-O PSUM-FILE
           IF WS-PSUM-STATUS-CD = "35"
             OPEN OUTPUT PSUM-FILE
             IF WS-PSUM-STATUS-CD = "00"
               CLOSE PSUM-FILE
               OPEN I-O PSUM-FILE
             END-IF
           END-IF
           IF WS-PSUM-STATUS-CD NOT = "00"
             DISPLAY "WARNING: prime-sum table "
               "project-euler/euler.primesums not available (status "
               WS-PSUM-STATUS-CD "); summing without it"
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PSUM-OPEN
           .
      ***** Reads the table in boundary order for the highest
      ***** boundary at or below the ceiling; when it is further
      ***** along than the sieve would otherwise start - from two, or
      ***** from a checkpoint - its count and sum are taken and only
      ***** the remainder is sieved.
       C05-StartFromBoundary.
           IF WS-PSUM-OPEN = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PSUM-BOUNDARY
           MOVE 'N' TO EOF-PSUM-FILE
           START PSUM-FILE KEY NOT LESS THAN PSUM-BOUNDARY
             INVALID KEY MOVE 'Y' TO EOF-PSUM-FILE
           END-START
           PERFORM UNTIL EOF-PSUM-FILE = 'Y'
             READ PSUM-FILE NEXT
               AT END MOVE 'Y' TO EOF-PSUM-FILE
               NOT AT END
                 IF PSUM-BOUNDARY > CEILING-VALUE
                   MOVE 'Y' TO EOF-PSUM-FILE
                 ELSE
                   MOVE PSUM-BOUNDARY TO WS-PSUM-FROM
                   MOVE PSUM-COUNT TO WS-PSUM-HELD-COUNT
                   MOVE PSUM-SUM TO WS-PSUM-HELD-SUM
                 END-IF
             END-READ
           END-PERFORM
           IF WS-PSUM-FROM > WS-SEG-LOW
             MOVE WS-PSUM-FROM TO WS-SEG-LOW
             MOVE WS-PSUM-HELD-COUNT TO WS-SUMMED-COUNT
             MOVE WS-PSUM-HELD-SUM TO RUNNING-SUM
             DISPLAY "Starting from prime-sum boundary " WS-PSUM-FROM
               ": " WS-PSUM-HELD-COUNT " primes, sum "
               WS-PSUM-HELD-SUM
           ELSE
             MOVE 0 TO WS-PSUM-FROM
           END-IF
           .
      ***** A block that ended on a boundary leaves that boundary's
      ***** count and sum in the table; one already on file is left
      ***** as it is (PrimeMaint VERIFY is the check on it).
       C08-RecordBoundary.
           IF WS-PSUM-OPEN = 'N'
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(WS-SEG-LOW, WS-BLOCK-SIZE) NOT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SEG-LOW TO PSUM-BOUNDARY
           MOVE WS-SUMMED-COUNT TO PSUM-COUNT
           MOVE RUNNING-SUM TO PSUM-SUM
           WRITE PSUM-RECORD
             INVALID KEY CONTINUE
             NOT INVALID KEY ADD 1 TO WS-PSUM-ADDED
           END-WRITE
           .
      ***** Each block ends just short of the next multiple of the
      ***** block size (or at the ceiling), so block ends and
      ***** prime-sum boundaries coincide wherever the walk started.
       C10-SieveOneBlock.
           DIVIDE WS-SEG-LOW BY WS-BLOCK-SIZE GIVING WS-BLOCK-QUOT
           COMPUTE WS-SEG-HIGH =
             (WS-BLOCK-QUOT + 1) * WS-BLOCK-SIZE - 1
           IF WS-SEG-HIGH >= CEILING-VALUE
             COMPUTE WS-SEG-HIGH = CEILING-VALUE - 1
           END-IF
           END-PERFORM
           .
      ***** The report is a summary page: the ceiling, how many
      ***** primes fell below it, their sum, the prime-sum boundary
      ***** the run started from and how many it added, and the
      ***** master's high-water mark after any extension this run
      ***** made.
       D00-WriteReport.
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           STRING "Sum: " RUNNING-SUM
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-PSUM-FROM > 0
             MOVE SPACES TO RPT-LINE
             STRING "Started from prime-sum boundary: " WS-PSUM-FROM
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Prime-sum boundaries recorded: " WS-PSUM-ADDED
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Master high-water mark: "
             WS-PRIME-ENTRY(WS-PRIME-COUNT)
