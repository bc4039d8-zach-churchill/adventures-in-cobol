       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Run Replay
      *
      *    RunView shows everything a run produced; this program
      *    answers the next question - would tonight's build give the
      *    same answers as that run did? Given a run ID it:
      *        1. rebuilds the run's steps, in ledger order, from
      *           every ledger line carrying the ID (the live ledger
      *           and the euler.ledger.YYYYMM archives of the run's
      *           month and the month after, for a run that crossed
      *           a month end before its lines were rolled over);
      *        2. seeds a sandbox, project-euler/replay.<run-id>/,
      *           through SandboxInit, and empties its checkpoint
      *           copy so every step starts from the beginning
      *           instead of resuming a live search;
      *        3. runs each step there, CALLed by name with its
      *           parameters staged in the shared override table the
      *           way EulerRegress stages a case, with EULER_SANDBOX
      *           pointed at the sandbox and origin REPLAY, so
      *           nothing lands on a live file;
      *        4. writes a step-by-step comparison of the original
      *           and replayed answers and elapsed times, with the
      *           program version each side recorded - a changed
      *           answer from a changed version points at the build,
      *           from the same version at the data.
      *    The replayed side is read back from the sandbox ledger
      *    line each step writes under this run's own ID.
      *
      *    The ledger records parameters as TAG=value words; each
      *    step's command line is rebuilt from them by the rules
      *    CovRpt uses (see covrpt.cbl). A step whose command line
      *    cannot be rebuilt is listed as SKIPPED, not run.
      *
      *    Usage:
      *        runreplay <run-id>
      *    where the run ID is the 17-character YYYYMMDD-HHMMSSHH
      *    stamp. Output goes to the console and
      *    project-euler/runreplay.rpt. RETURN-CODE 0 when every
      *    step replayed to the same answer, 4 when a step could not
      *    be replayed (skipped, not found, or wrote no ledger line)
      *    or no ledger line carries the ID, 8 when any answer
      *    differs, 16 when the report or sandbox cannot be set up.
      *
      *    Like EulerRegress, this CALLs the Problem programs by
      *    name, so it needs their object code linked into the same
      *    run unit.
      *    Each step computes afresh, as in EulerRegress: the shared
      *    result-reuse check (see resultreuse.cbl) is switched off
      *    around each CALL.
      *****************************************************************
       PROGRAM-ID. RunReplay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS-CD.
           SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CKPT-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO "project-euler/runreplay.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD ARCH-FILE.
       01 ARCH-LINE PIC X(300).
       FD CKPT-FILE.
       01 CKPT-LINE PIC X(200).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-ARCH-STATUS-CD PIC XX.
       01 WS-CKPT-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-LEDGER-FILE PIC X.
       01 EOF-ARCH-FILE PIC X.
       01 WS-LEDGER-PATH PIC X(100)
          VALUE "project-euler/euler.ledger".
       01 WS-CKPT-PATH PIC X(100).
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-ARCH-NAME PIC X(40).
       01 WS-ARCH-MONTH PIC 9(6).
       01 WS-ARCH-MONTH-X REDEFINES WS-ARCH-MONTH.
           05 WS-ARCH-YY PIC 9(4).
           05 WS-ARCH-MM PIC 9(2).
       01 WS-REPLAY-ID PIC X(17).
       01 WS-SANDBOX-DIR PIC X(60).
       01 WS-SAVED-SANDBOX PIC X(60).
       01 WS-SAVED-ORIGIN PIC X(10).
       01 WS-SCAN-LINE PIC X(300).
       01 WS-PARSE-HEAD PIC X(120).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-ENTRY-ELAPSED PIC X(8).
       01 WS-ENTRY-RUNID PIC X(17).
       01 WS-ENTRY-USER PIC X(12).
       01 WS-ENTRY-ORIGIN PIC X(10).
       01 WS-ENTRY-VERSION PIC X(2).
       01 WS-STEP-COUNT PIC 9(3) VALUE 0.
       01 WS-STEP-TBL.
           05 WS-STEP-ENTRY OCCURS 100 TIMES.
               10 WS-STP-PROGRAM PIC X(12).
               10 WS-STP-PARMS PIC X(60).
               10 WS-STP-STAMP PIC X(17).
               10 WS-STP-ORIG-ANSWER PIC X(60).
               10 WS-STP-ORIG-ELAPSED PIC X(8).
               10 WS-STP-ORIG-VERSION PIC X(2).
               10 WS-STP-CMDLINE PIC X(60).
               10 WS-STP-CMD-OK PIC X(1).
               10 WS-STP-WHY PIC X(40).
               10 WS-STP-REP-ANSWER PIC X(60).
               10 WS-STP-REP-ELAPSED PIC X(8).
               10 WS-STP-REP-VERSION PIC X(2).
               10 WS-STP-REP-RC PIC 9(3).
               10 WS-STP-OUTCOME PIC X(8).
       01 WS-STEP-IDX PIC 9(3).
       01 WS-STEP-FULL PIC X(1) VALUE 'N'.
       01 WS-REPLAY-LINES PIC 9(5) VALUE 0.
       01 WS-LINES-NOW PIC 9(5).
       01 WS-SAME-COUNT PIC 9(3) VALUE 0.
       01 WS-DIFFER-COUNT PIC 9(3) VALUE 0.
       01 WS-UNRUN-COUNT PIC 9(3) VALUE 0.
       01 WS-STEP-RC PIC 9(3).
       01 WS-SIG-IN PIC X(60).
       01 WS-SIG-OUT PIC X(60).
       01 WS-SIG-FIRST PIC 9(2).
       01 WS-SIG-LAST PIC 9(2).
       01 WS-SIG-IDX PIC 9(2).
       01 WS-TRANS-PROGRAM PIC X(12).
       01 WS-TRANS-PARMS PIC X(60).
       01 WS-TOK-COUNT PIC 9(2).
       01 WS-TOK-TBL.
           05 WS-TOK PIC X(60) OCCURS 10 TIMES.
       01 WS-TOK-IDX PIC 9(2).
       01 WS-TAG PIC X(20).
       01 WS-VAL PIC X(60).
       01 WS-PIECE-COUNT PIC 9(2).
       01 WS-PIECE-TBL.
           05 WS-PIECE PIC X(60) OCCURS 8 TIMES.
       01 WS-PIECE-IDX PIC 9(2).
       01 WS-EMIT PIC X(60).
       01 WS-EMIT-LEN PIC 9(2).
       01 WS-CMD-LINE PIC X(60).
       01 WS-CMD-PTR PIC 9(3).
       01 WS-CMD-OK PIC X(1).
       01 WS-CMD-WHY PIC X(40).
       01 WS-HSEC PIC 9(8).
       01 WS-SEC-EDIT PIC Z(5)9.99.
       01 WS-ORIG-SEC-TEXT PIC X(9).
       01 WS-REP-SEC-TEXT PIC X(9).
       01 WS-STEP-EDIT PIC ZZ9.
       01 WS-DIAGNOSIS PIC X(60).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARMOV.
       COPY EUREUSE.
       01 WS-SAVED-FORCE PIC X(1).
       COPY EUANSWER.
       COPY EURUNID.
       COPY EUORIGIN.
       COPY EUSANDBX.
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               "project-euler/runreplay.rpt (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           PERFORM B00-GatherSteps
           IF WS-STEP-COUNT = 0
             MOVE SPACES TO RPT-LINE
             STRING "No ledger line carries run ID " WS-REPLAY-ID
               "; nothing to replay"
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 4 TO WS-FINAL-RC
           ELSE
             PERFORM C00-BuildCommandLines
             PERFORM D00-SeedSandbox
             PERFORM E00-ReplaySteps
             PERFORM F00-WriteComparison
           END-IF
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM A99-ReportElapsedTime
           MOVE WS-FINAL-RC TO RETURN-CODE
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
       A05-GetParameters.
           MOVE SPACES TO WS-REPLAY-ID
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPLAY-ID FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-REPLAY-ID(1:8) IS NOT NUMERIC
             OR WS-REPLAY-ID(9:1) NOT = "-"
             OR WS-REPLAY-ID(10:8) IS NOT NUMERIC
             DISPLAY "ABEND: usage: runreplay <run-id>  (run ID as "
               "YYYYMMDD-HHMMSSHH)"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-SANDBOX-DIR
           STRING "project-euler/replay." WS-REPLAY-ID
             DELIMITED BY SIZE INTO WS-SANDBOX-DIR
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
      ***** instead of hand-formatting a title block here.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "RunReplay" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Replay of Run " WS-REPLAY-ID
             DELIMITED BY SIZE INTO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Original run: " WS-REPLAY-ID
             "   replay run: " WS-RUN-ID
             "   sandbox: " FUNCTION TRIM(WS-SANDBOX-DIR)
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
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
      ***** The run's steps in the order its ledger lines were
      ***** written: the archive of the run's month, the one after
      ***** it, then the live ledger - the order LedgerMonth rolls
      ***** them over in.
       B00-GatherSteps.
           MOVE WS-REPLAY-ID(1:6) TO WS-ARCH-MONTH
           PERFORM B10-ScanOneArchive
           IF WS-ARCH-MM = 12
             ADD 1 TO WS-ARCH-YY
             MOVE 1 TO WS-ARCH-MM
           ELSE
             ADD 1 TO WS-ARCH-MM
           END-IF
           PERFORM B10-ScanOneArchive
           MOVE "project-euler/euler.ledger" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-LEDGER-PATH
           MOVE 'N' TO EOF-LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD = "00"
             PERFORM WITH TEST AFTER UNTIL EOF-LEDGER-FILE = 'Y'
               READ LEDGER-FILE
                 AT END MOVE 'Y' TO EOF-LEDGER-FILE
                 NOT AT END
                   MOVE LEDGER-LINE TO WS-SCAN-LINE
                   PERFORM B20-TakeStep
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF
           IF WS-STEP-FULL = 'Y'
             MOVE "WARNING: the run has more than 100 steps; only "
               & "the first 100 are replayed" TO RPT-LINE
             WRITE RPT-LINE
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 4 TO WS-FINAL-RC
           END-IF
           .
       B10-ScanOneArchive.
           MOVE SPACES TO WS-ARCH-NAME
           STRING "project-euler/euler.ledger." WS-ARCH-MONTH
             DELIMITED BY SIZE INTO WS-ARCH-NAME
           MOVE 'N' TO EOF-ARCH-FILE
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-ARCH-FILE = 'Y'
             READ ARCH-FILE
               AT END MOVE 'Y' TO EOF-ARCH-FILE
               NOT AT END
                 IF ARCH-LINE(1:16) NOT = "TRAILER RECORDS="
                   MOVE ARCH-LINE TO WS-SCAN-LINE
                   PERFORM B20-TakeStep
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           .
       B20-TakeStep.
           PERFORM B30-ParseLedgerLine
           IF WS-ENTRY-RUNID NOT = WS-REPLAY-ID
             EXIT PARAGRAPH
           END-IF
           IF WS-STEP-COUNT >= 100
             MOVE 'Y' TO WS-STEP-FULL
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           INITIALIZE WS-STEP-ENTRY(WS-STEP-COUNT)
           MOVE WS-ENTRY-PROGRAM TO WS-STP-PROGRAM(WS-STEP-COUNT)
           MOVE WS-ENTRY-PARMS TO WS-STP-PARMS(WS-STEP-COUNT)
           MOVE WS-ENTRY-STAMP TO WS-STP-STAMP(WS-STEP-COUNT)
           MOVE WS-ENTRY-ANSWER TO WS-STP-ORIG-ANSWER(WS-STEP-COUNT)
           MOVE WS-ENTRY-ELAPSED
             TO WS-STP-ORIG-ELAPSED(WS-STEP-COUNT)
           MOVE WS-ENTRY-VERSION
             TO WS-STP-ORIG-VERSION(WS-STEP-COUNT)
           .
      ***** A ledger line split into its fields: the head by its
      ***** two-space separators, the tail by its tags, which
      ***** LedgerWriter always writes in the same order.
       B30-ParseLedgerLine.
           MOVE SPACES TO WS-PARSE-HEAD WS-PARSE-TAIL
             WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
             WS-ENTRY-ANSWER WS-ENTRY-ELAPSED WS-ENTRY-RUNID
             WS-ENTRY-USER WS-ENTRY-ORIGIN WS-ENTRY-VERSION
           UNSTRING WS-SCAN-LINE DELIMITED BY "answer="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           END-UNSTRING
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
           END-UNSTRING
           UNSTRING WS-PARSE-TAIL
             DELIMITED BY "  elapsed=" OR "  runid=" OR "  user="
               OR "  origin=" OR "  version="
             INTO WS-ENTRY-ANSWER WS-ENTRY-ELAPSED WS-ENTRY-RUNID
               WS-ENTRY-USER WS-ENTRY-ORIGIN WS-ENTRY-VERSION
           END-UNSTRING
           MOVE WS-ENTRY-ANSWER TO WS-SIG-IN
           PERFORM C60-SignificantDigits
           MOVE WS-SIG-OUT TO WS-ENTRY-ANSWER
           .
       C00-BuildCommandLines.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             MOVE WS-STP-PROGRAM(WS-STEP-IDX) TO WS-TRANS-PROGRAM
             MOVE WS-STP-PARMS(WS-STEP-IDX) TO WS-TRANS-PARMS
             PERFORM C70-BuildCommandLine
             MOVE WS-CMD-LINE TO WS-STP-CMDLINE(WS-STEP-IDX)
             MOVE WS-CMD-OK TO WS-STP-CMD-OK(WS-STEP-IDX)
             MOVE WS-CMD-WHY TO WS-STP-WHY(WS-STEP-IDX)
           END-PERFORM
           .
      ***** WS-SIG-IN's digits from the first non-zero one to the
      ***** last digit, left-justified in WS-SIG-OUT ("0" for zero) -
      ***** the same reduction ExpMaint and EulerRegress compare
      ***** answers by.
       C60-SignificantDigits.
           MOVE 0 TO WS-SIG-FIRST
           MOVE 0 TO WS-SIG-LAST
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
             UNTIL WS-SIG-IDX > 60
             IF WS-SIG-IN(WS-SIG-IDX:1) IS NUMERIC
               MOVE WS-SIG-IDX TO WS-SIG-LAST
               IF WS-SIG-FIRST = 0
                 AND WS-SIG-IN(WS-SIG-IDX:1) NOT = "0"
                 MOVE WS-SIG-IDX TO WS-SIG-FIRST
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-SIG-OUT
           IF WS-SIG-LAST = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-SIG-FIRST = 0
             MOVE "0" TO WS-SIG-OUT
           ELSE
             MOVE WS-SIG-IN(WS-SIG-FIRST:
               WS-SIG-LAST - WS-SIG-FIRST + 1) TO WS-SIG-OUT
           END-IF
           .
      ***** The command line WS-TRANS-PARMS stands for, by CovRpt's
      ***** rules (see covrpt.cbl), built word by word into
      ***** WS-CMD-LINE; WS-CMD-OK goes to N, with the reason in
      ***** WS-CMD-WHY, when it cannot be rebuilt faithfully.
       C70-BuildCommandLine.
           MOVE SPACES TO WS-CMD-LINE WS-CMD-WHY
           MOVE 1 TO WS-CMD-PTR
           MOVE 'Y' TO WS-CMD-OK
           MOVE SPACES TO WS-TOK-TBL
           MOVE 0 TO WS-TOK-COUNT
           UNSTRING WS-TRANS-PARMS DELIMITED BY ALL " "
             INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4) WS-TOK(5)
               WS-TOK(6) WS-TOK(7) WS-TOK(8) WS-TOK(9) WS-TOK(10)
             TALLYING IN WS-TOK-COUNT
           END-UNSTRING
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
             UNTIL WS-TOK-IDX > WS-TOK-COUNT
             IF WS-TOK(WS-TOK-IDX) NOT = SPACES
               PERFORM C75-TranslateWord
             END-IF
           END-PERFORM
           .
       C75-TranslateWord.
           MOVE SPACES TO WS-TAG WS-VAL
           MOVE 0 TO TALLY
           INSPECT WS-TOK(WS-TOK-IDX) TALLYING TALLY FOR ALL "="
           IF TALLY = 0
             MOVE WS-TOK(WS-TOK-IDX) TO WS-EMIT
             PERFORM C79-EmitWord
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TOK(WS-TOK-IDX) DELIMITED BY "="
             INTO WS-TAG WS-VAL
           END-UNSTRING
           EVALUATE TRUE
             WHEN WS-TAG = "NUMBERS" OR WS-TAG = "INVALID"
               OR WS-TAG = "MEMBERS" OR WS-TAG = "RESULT"
               CONTINUE
             WHEN WS-TAG = "FILE-COUNT"
               MOVE 'N' TO WS-CMD-OK
               MOVE "input file list not recorded" TO WS-CMD-WHY
             WHEN WS-TAG = "BASE" OR WS-TAG = "MODE"
               OR WS-TAG = "THROUGH" OR WS-TAG = "KBEST"
               OR WS-TAG = "BLOCK" OR WS-TAG = "TOP"
               MOVE WS-TOK(WS-TOK-IDX) TO WS-EMIT
               PERFORM C79-EmitWord
             WHEN WS-TAG = "GRID"
               MOVE 0 TO TALLY
               INSPECT WS-VAL TALLYING TALLY FOR ALL "/"
               IF TALLY > 0
                 MOVE WS-VAL TO WS-EMIT
               ELSE
                 MOVE WS-TOK(WS-TOK-IDX) TO WS-EMIT
               END-IF
               PERFORM C79-EmitWord
             WHEN WS-TAG = "FILE"
               IF WS-TRANS-PROGRAM = "Problem3"
                 OR WS-TRANS-PROGRAM = "Problem5"
                 MOVE WS-TOK(WS-TOK-IDX) TO WS-EMIT
               ELSE
                 MOVE WS-VAL TO WS-EMIT
               END-IF
               PERFORM C79-EmitWord
             WHEN WS-TAG = "SYMBOLS"
               MOVE WS-VAL TO WS-EMIT
               PERFORM C79-EmitWord
             WHEN WS-TAG = "SWEEP"
               INSPECT WS-VAL REPLACING ALL "-" BY " "
               PERFORM C77-EmitPieces
             WHEN OTHER
               INSPECT WS-VAL REPLACING ALL "," BY " "
               INSPECT WS-VAL REPLACING ALL "/" BY " "
               PERFORM C77-EmitPieces
           END-EVALUATE
           .
      ***** A value split into words: each all-digit word loses its
      ***** leading zeros (the ledger records most values at their
      ***** full picture width).
       C77-EmitPieces.
           MOVE SPACES TO WS-PIECE-TBL
           MOVE 0 TO WS-PIECE-COUNT
           UNSTRING WS-VAL DELIMITED BY ALL " "
             INTO WS-PIECE(1) WS-PIECE(2) WS-PIECE(3) WS-PIECE(4)
               WS-PIECE(5) WS-PIECE(6) WS-PIECE(7) WS-PIECE(8)
             TALLYING IN WS-PIECE-COUNT
           END-UNSTRING
           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
             UNTIL WS-PIECE-IDX > WS-PIECE-COUNT
             IF WS-PIECE(WS-PIECE-IDX) NOT = SPACES
               MOVE WS-PIECE(WS-PIECE-IDX) TO WS-EMIT
               COMPUTE WS-EMIT-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-EMIT))
               IF WS-EMIT(1:WS-EMIT-LEN) IS NUMERIC
                 MOVE WS-EMIT TO WS-SIG-IN
                 PERFORM C60-SignificantDigits
                 MOVE WS-SIG-OUT TO WS-EMIT
               END-IF
               PERFORM C79-EmitWord
             END-IF
           END-PERFORM
           .
      ***** One command-line word; an override entry holds 18
      ***** characters a word.
       C79-EmitWord.
           COMPUTE WS-EMIT-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(WS-EMIT))
           IF WS-EMIT-LEN > 18
             MOVE 'N' TO WS-CMD-OK
             MOVE "a word is longer than an override entry"
               TO WS-CMD-WHY
           END-IF
           IF WS-CMD-PTR > 1
             STRING " " DELIMITED BY SIZE INTO WS-CMD-LINE
               WITH POINTER WS-CMD-PTR
               ON OVERFLOW
                 MOVE 'N' TO WS-CMD-OK
                 MOVE "command line over 60 characters"
                   TO WS-CMD-WHY
             END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-EMIT) DELIMITED BY SIZE
             INTO WS-CMD-LINE WITH POINTER WS-CMD-PTR
             ON OVERFLOW
               MOVE 'N' TO WS-CMD-OK
               MOVE "command line over 60 characters" TO WS-CMD-WHY
           END-STRING
           .
      ***** The sandbox is seeded through SandboxInit, named in the
      ***** shared request field since our own argument is the run
      ***** ID (see copybooks/EUSANDBX.cpy); its checkpoint copy is
      ***** then emptied so no step resumes a live search's
      ***** position.
       D00-SeedSandbox.
           MOVE WS-SANDBOX-DIR TO WS-SANDBOX-REQUEST
           MOVE 0 TO RETURN-CODE
           CALL "SandboxInit"
             ON EXCEPTION
               MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-SANDBOX-REQUEST
           IF WS-STEP-RC >= 16
             DISPLAY "ABEND: sandbox " FUNCTION TRIM(WS-SANDBOX-DIR)
               " could not be seeded"
             CLOSE RPT-FILE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-CKPT-PATH
           STRING FUNCTION TRIM(WS-SANDBOX-DIR) "/euler.ckpt"
             DELIMITED BY SIZE INTO WS-CKPT-PATH
           OPEN OUTPUT CKPT-FILE
           IF WS-CKPT-STATUS-CD = "00"
             CLOSE CKPT-FILE
           END-IF
           .
      ***** Every step runs with EULER_SANDBOX pointed at the
      ***** sandbox and origin REPLAY; both are put back afterward.
      ***** The sandbox ledger resolves through PathName while the
      ***** setting is in force, so it is the copy the steps write.
       E00-ReplaySteps.
           MOVE SPACES TO WS-SAVED-SANDBOX
           ACCEPT WS-SAVED-SANDBOX FROM ENVIRONMENT "EULER_SANDBOX"
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE WS-RUN-ORIGIN TO WS-SAVED-ORIGIN
           SET ENVIRONMENT "EULER_SANDBOX" TO WS-SANDBOX-DIR
           MOVE "REPLAY" TO WS-RUN-ORIGIN
           MOVE "project-euler/euler.ledger" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-LEDGER-PATH
           PERFORM E20-CountReplayLines
           MOVE WS-LINES-NOW TO WS-REPLAY-LINES
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             PERFORM E10-ReplayOneStep
           END-PERFORM
           SET ENVIRONMENT "EULER_SANDBOX" TO WS-SAVED-SANDBOX
           MOVE WS-SAVED-ORIGIN TO WS-RUN-ORIGIN
           .
      ***** One step, run the way eulerregress.cbl runs a case:
      ***** parameters staged into the shared EXTERNAL override
      ***** table (one blank entry for a step that ran on defaults,
      ***** so the program does not read our command line), and
      ***** RETURN-CODE reset around the CALL.
      ***** The program is CANCELled after the CALL, as in
      ***** EulerDriver's B00-RunStep, so the next CALL starts fresh.
       E10-ReplayOneStep.
           IF WS-STP-CMD-OK(WS-STEP-IDX) = 'N'
             MOVE "SKIPPED" TO WS-STP-OUTCOME(WS-STEP-IDX)
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EUPARM-OVERRIDE
           MOVE 1 TO WS-EUPARM-OVR-COUNT
           IF WS-STP-CMDLINE(WS-STEP-IDX) NOT = SPACES
             MOVE 0 TO WS-EUPARM-OVR-COUNT
             UNSTRING WS-STP-CMDLINE(WS-STEP-IDX)
               DELIMITED BY ALL " "
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
           END-IF
           MOVE 0 TO WS-EULER-RESULT
           MOVE SPACES TO WS-EULER-ANSWER
           MOVE 0 TO RETURN-CODE
           MOVE WS-REUSE-FORCE TO WS-SAVED-FORCE
           MOVE 'Y' TO WS-REUSE-FORCE
           CALL WS-STP-PROGRAM(WS-STEP-IDX)
             ON EXCEPTION
               MOVE "NOT-FOUND" TO WS-STP-OUTCOME(WS-STEP-IDX)
           END-CALL
           MOVE WS-SAVED-FORCE TO WS-REUSE-FORCE
           MOVE RETURN-CODE TO WS-STP-REP-RC(WS-STEP-IDX)
           CANCEL WS-STP-PROGRAM(WS-STEP-IDX)
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF WS-STP-OUTCOME(WS-STEP-IDX) = "NOT-FOUND"
             EXIT PARAGRAPH
           END-IF
           PERFORM E20-CountReplayLines
           IF WS-LINES-NOW > WS-REPLAY-LINES
             MOVE WS-LINES-NOW TO WS-REPLAY-LINES
             MOVE WS-ENTRY-ANSWER TO WS-STP-REP-ANSWER(WS-STEP-IDX)
             MOVE WS-ENTRY-ELAPSED
               TO WS-STP-REP-ELAPSED(WS-STEP-IDX)
             MOVE WS-ENTRY-VERSION
               TO WS-STP-REP-VERSION(WS-STEP-IDX)
             IF WS-STP-REP-ANSWER(WS-STEP-IDX)
                 = WS-STP-ORIG-ANSWER(WS-STEP-IDX)
               MOVE "SAME" TO WS-STP-OUTCOME(WS-STEP-IDX)
             ELSE
               MOVE "DIFFERS" TO WS-STP-OUTCOME(WS-STEP-IDX)
             END-IF
           ELSE
             MOVE "NO-LINE" TO WS-STP-OUTCOME(WS-STEP-IDX)
           END-IF
           .
      ***** Counts the sandbox ledger lines carrying this replay's
      ***** own run ID, leaving the last one's fields parsed.
       E20-CountReplayLines.
           MOVE 0 TO WS-LINES-NOW
           MOVE 'N' TO EOF-LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-LEDGER-FILE = 'Y'
             READ LEDGER-FILE
               AT END MOVE 'Y' TO EOF-LEDGER-FILE
               NOT AT END
                 IF LEDGER-LINE(1:100) NOT = SPACES
                   MOVE LEDGER-LINE TO WS-SCAN-LINE
                   PERFORM E25-KeepReplayLine
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
       E25-KeepReplayLine.
           MOVE 0 TO TALLY
           INSPECT WS-SCAN-LINE TALLYING TALLY
             FOR ALL "  origin=REPLAY"
           IF TALLY = 0
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TALLY
           INSPECT WS-SCAN-LINE TALLYING TALLY
             FOR ALL WS-RUN-ID
           IF TALLY = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM B30-ParseLedgerLine
           IF WS-ENTRY-RUNID = WS-RUN-ID
             ADD 1 TO WS-LINES-NOW
           END-IF
           .
      ***** The comparison: each step on two lines - what it was and
      ***** how it came out, then the two sides' elapsed times and
      ***** versions - and, for a changed answer, a third line
      ***** saying where to look.
       F00-WriteComparison.
           MOVE "-- Step by step --" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
             PERFORM F10-WriteStepLines
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Steps: " WS-STEP-COUNT "  same answer: "
             WS-SAME-COUNT "  different answer: " WS-DIFFER-COUNT
             "  not replayed: " WS-UNRUN-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY FUNCTION TRIM(RPT-LINE)
           IF WS-UNRUN-COUNT > 0
             MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-DIFFER-COUNT > 0
             MOVE 8 TO WS-FINAL-RC
           END-IF
           .
       F10-WriteStepLines.
           EVALUATE WS-STP-OUTCOME(WS-STEP-IDX)
             WHEN "SAME"
               ADD 1 TO WS-SAME-COUNT
             WHEN "DIFFERS"
               ADD 1 TO WS-DIFFER-COUNT
             WHEN OTHER
               ADD 1 TO WS-UNRUN-COUNT
           END-EVALUATE
           MOVE WS-STEP-IDX TO WS-STEP-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-STEP-EDIT "  "
             WS-STP-PROGRAM(WS-STEP-IDX) "  "
             WS-STP-OUTCOME(WS-STEP-IDX)
             "  ledger: " FUNCTION TRIM(WS-STP-PARMS(WS-STEP-IDX))
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE WS-STP-ORIG-ELAPSED(WS-STEP-IDX) TO WS-HSEC
           PERFORM F20-EditSeconds
           MOVE WS-SEC-EDIT TO WS-ORIG-SEC-TEXT
           MOVE SPACES TO RPT-LINE
           EVALUATE WS-STP-OUTCOME(WS-STEP-IDX)
             WHEN "SAME"
             WHEN "DIFFERS"
               MOVE WS-STP-REP-ELAPSED(WS-STEP-IDX) TO WS-HSEC
               PERFORM F20-EditSeconds
               MOVE WS-SEC-EDIT TO WS-REP-SEC-TEXT
               STRING "         original answer="
                 FUNCTION TRIM(WS-STP-ORIG-ANSWER(WS-STEP-IDX))
                 " elapsed=" FUNCTION TRIM(WS-ORIG-SEC-TEXT) "s"
                 " version=" WS-STP-ORIG-VERSION(WS-STEP-IDX)
                 "   replay answer="
                 FUNCTION TRIM(WS-STP-REP-ANSWER(WS-STEP-IDX))
                 " elapsed=" FUNCTION TRIM(WS-REP-SEC-TEXT) "s"
                 " version=" WS-STP-REP-VERSION(WS-STEP-IDX)
                 DELIMITED BY SIZE INTO RPT-LINE
             WHEN "SKIPPED"
               STRING "         not run: "
                 FUNCTION TRIM(WS-STP-WHY(WS-STEP-IDX))
                 DELIMITED BY SIZE INTO RPT-LINE
             WHEN "NOT-FOUND"
               STRING "         not run: program "
                 FUNCTION TRIM(WS-STP-PROGRAM(WS-STEP-IDX))
                 " is not linked into this run unit"
                 DELIMITED BY SIZE INTO RPT-LINE
             WHEN OTHER
               STRING "         ran (RC " WS-STP-REP-RC(WS-STEP-IDX)
                 ") but wrote no ledger line; original answer="
                 FUNCTION TRIM(WS-STP-ORIG-ANSWER(WS-STEP-IDX))
                 " version=" WS-STP-ORIG-VERSION(WS-STEP-IDX)
                 DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE
           IF WS-STP-OUTCOME(WS-STEP-IDX) = "DIFFERS"
             MOVE SPACES TO WS-DIAGNOSIS
             IF WS-STP-REP-VERSION(WS-STEP-IDX)
                 NOT = WS-STP-ORIG-VERSION(WS-STEP-IDX)
               STRING "the build changed (version "
                 WS-STP-ORIG-VERSION(WS-STEP-IDX) " to "
                 WS-STP-REP-VERSION(WS-STEP-IDX) ")"
                 DELIMITED BY SIZE INTO WS-DIAGNOSIS
             ELSE
               MOVE "same version both sides - look at the data"
                 TO WS-DIAGNOSIS
             END-IF
             MOVE SPACES TO RPT-LINE
             STRING "         " FUNCTION TRIM(WS-DIAGNOSIS)
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-IF
           .
       F20-EditSeconds.
           IF WS-HSEC IS NOT NUMERIC
             MOVE 0 TO WS-HSEC
           END-IF
           COMPUTE WS-SEC-EDIT = WS-HSEC / 100
           .
      ***** Exit
       END PROGRAM RunReplay.
