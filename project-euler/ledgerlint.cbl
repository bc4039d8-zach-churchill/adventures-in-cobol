       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Ledger Lint
      *
      *    Every reader of the ledger parses its free-text lines on
      *    its own and copes with a damaged one in its own way - one
      *    skips it, one miscounts it, one stops. This program is
      *    the one place a damaged line is judged: it validates every
      *    line of project-euler/euler.ledger and every row of
      *    project-euler/euler.csv against the layout LedgerWriter
      *    writes, and moves the bad ones out of the live files, so
      *    the steps that run after it (RECON, SYNC) only ever see
      *    clean input.
      *
      *    A line is bad - and carries the first reason it fails -
      *    when it is:
      *        LAYOUT   blank, or not the field layout at all (a CSV
      *                 row without its quoted parameters or with the
      *                 wrong number of columns, a stray header row
      *                 or TRAILER record left in the live file, a
      *                 CARRIED line anywhere but the first line of
      *                 the ledger, where LedgerMonth writes it)
      *        STAMP    its run date-time is not a real yyyymmdd
      *                 date and hhmmssss time
      *        PROGRAM  its program is not in project-euler/
      *                 euler.registry
      *        ANSWER   answer= is missing or not all digits
      *        ELAPSED  elapsed= is missing or not all digits
      *        RUNID    runid= is missing or blank
      *        PAIRED   the line itself is sound but its twin in the
      *                 other file (same program and run date-time)
      *                 was quarantined; it goes too, so the ledger
      *                 and the CSV still balance for EulerRecon
      *
      *    Usage:
      *        ledgerlint          lint and quarantine
      *        ledgerlint CHECK    lint and report only
      *    Bad lines are appended to project-euler/euler.quarantine
      *    (source file, reason code, lint run stamp, then the line
      *    exactly as it was), and each live file holding one is
      *    rewritten without it - through a work file beside it,
      *    copied back - all under the same exclusive ledger lock
      *    LedgerWriter takes, so no run can append while a file is
      *    being rewritten. The lock waits and retries the way
      *    LedgerWriter's does (LOCK-MAX-TRIES in the central
      *    configuration). Each rewrite is recorded in the change
      *    journal. The ledger, CSV, lock and quarantine paths all
      *    resolve through PathName.
      *
      *    Taking a line out of the ledger breaks its chain of line
      *    values (see chainhash.cbl) at the line after it, so when
      *    the ledger is rewritten each later line is given the value
      *    that follows from the line now before it - but only while
      *    each line's own value still follows from its original
      *    neighbour. A line whose value was already wrong is left
      *    exactly as it was, with every line after it, so the break
      *    is still there for ChainCheck (see chaincheck.cbl) to
      *    report; lint only heals the breaks it made itself.
      *
      *    The report (project-euler/ledgerlint.rpt, versioned)
      *    lists every bad line and gives the count per reason for
      *    each file. RETURN-CODE is 0 when both files are clean,
      *    4 when anything was quarantined (or, under CHECK, would
      *    be), 16 when the lock or a file could not be had.
      *****************************************************************
       PROGRAM-ID. LedgerLint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
             ASSIGN TO "project-euler/euler.registry"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRY-STATUS-CD.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CSV-STATUS-CD.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS-CD.
           SELECT QUAR-FILE ASSIGN TO DYNAMIC WS-QUAR-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUAR-STATUS-CD.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             SHARING WITH NO OTHER
             FILE STATUS IS WS-LOCK-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-PROGRAM PIC X(12).
           05 FILLER PIC X(95).
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD CSV-FILE.
       01 CSV-LINE PIC X(300).
       FD WORK-FILE.
       01 WORK-LINE PIC X(300).
       FD QUAR-FILE.
       01 QUAR-RECORD.
           05 QUAR-SOURCE PIC X(6).
           05 FILLER PIC X(2).
           05 QUAR-REASON PIC X(8).
           05 FILLER PIC X(2).
           05 QUAR-STAMP PIC X(17).
           05 FILLER PIC X(2).
           05 QUAR-LINE PIC X(300).
       FD LOCK-FILE.
       01 LOCK-LINE PIC X(40).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-CSV-STATUS-CD PIC XX.
       01 WS-WORK-STATUS-CD PIC XX.
       01 WS-QUAR-STATUS-CD PIC XX.
       01 WS-LOCK-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-REGISTRY-FILE PIC X VALUE 'N'.
       01 EOF-LINT-FILE PIC X VALUE 'N'.
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-LEDGER-PATH PIC X(100).
       01 WS-CSV-PATH PIC X(100).
       01 WS-LOCK-PATH PIC X(100).
       01 WS-QUAR-PATH PIC X(100).
       01 WS-WORK-PATH PIC X(100).
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/ledgerlint.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 WS-ARG-VALUE PIC X(18).
       01 WS-MODE PIC X(8).
       01 WS-APPLY PIC X(1) VALUE 'Y'.
       01 WS-NOW-STAMP PIC X(17).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
      ***** Ledger lock, taken the way LedgerWriter takes it.
       01 WS-LOCK-HELD PIC X(1) VALUE 'N'.
       01 WS-LOCK-TRY PIC 9(2).
       01 WS-LOCK-MAX-TRIES PIC 9(2) VALUE 5.
       01 WS-LOCK-WAIT-SECS PIC 9(4) VALUE 1.
       01 WS-CG-KEY PIC X(24).
       01 WS-CG-VALUE PIC X(56).
       01 WS-CG-FOUND PIC X(1).
      ***** Known program names, from the registry.
       01 WS-PGM-COUNT PIC 9(3) VALUE 0.
       01 WS-PGM-IDX PIC 9(3).
       01 WS-PGM-FOUND PIC X(1).
       01 WS-PGM-TBL.
           05 WS-PGM-NAME PIC X(12) OCCURS 100 TIMES.
      ***** Reason codes, in the order they are tested.
       01 WS-REASON-VALUES.
           05 FILLER PIC X(48)
              VALUE "LAYOUT  blank line or not the field layout".
           05 FILLER PIC X(48)
              VALUE "STAMP   run date-time does not parse".
           05 FILLER PIC X(48)
              VALUE "PROGRAM program not in the registry".
           05 FILLER PIC X(48)
              VALUE "ANSWER  answer= missing or not numeric".
           05 FILLER PIC X(48)
              VALUE "ELAPSED elapsed= missing or not numeric".
           05 FILLER PIC X(48)
              VALUE "RUNID   runid= missing or blank".
           05 FILLER PIC X(48)
              VALUE "PAIRED  twin of a line quarantined".
       01 WS-REASON-TBL REDEFINES WS-REASON-VALUES.
           05 WS-REASON-ENTRY OCCURS 7 TIMES.
               10 WS-REASON-CODE PIC X(8).
               10 WS-REASON-DESC PIC X(40).
       01 WS-REASON-COUNTS.
           05 WS-REASON-COUNT OCCURS 7 TIMES.
               10 WS-RSN-LEDGER PIC 9(7).
               10 WS-RSN-CSV PIC 9(7).
       01 WS-REASON-IDX PIC 9(1).
       01 WS-REASON-PAIRED PIC 9(1) VALUE 7.
      ***** Keys (program + run date-time) of the bad lines found in
      ***** each file on the first pass, for the PAIRED check.
       01 WS-KEY.
           05 WS-KEY-PROGRAM PIC X(12).
           05 WS-KEY-STAMP PIC X(17).
       01 WS-KEY-OK PIC X(1).
       01 WS-BAD-MAX PIC 9(4) VALUE 500.
       01 WS-LBAD-COUNT PIC 9(4) VALUE 0.
       01 WS-LBAD-TBL.
           05 WS-LBAD-KEY PIC X(29) OCCURS 500 TIMES.
       01 WS-CBAD-COUNT PIC 9(4) VALUE 0.
       01 WS-CBAD-TBL.
           05 WS-CBAD-KEY PIC X(29) OCCURS 500 TIMES.
       01 WS-BAD-IDX PIC 9(4).
       01 WS-BAD-FOUND PIC X(1).
       01 WS-BAD-FULL-WARNED PIC X(1) VALUE 'N'.
      ***** The line being judged and its parsed pieces.
       01 WS-LINE PIC X(300).
       01 WS-LINE-NO PIC 9(7).
       01 WS-SOURCE PIC X(6).
       01 WS-FIELD-COUNT PIC 9(2).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-PARSE-PROGRAM PIC X(12).
       01 WS-PARSE-PARMS PIC X(60).
       01 WS-PARSE-ANS PIC X(60).
       01 WS-PARSE-ELAPSED PIC X(20).
       01 WS-PARSE-RUNID PIC X(24).
       01 WS-CSV-PRE PIC X(60).
       01 WS-CSV-PARMS PIC X(62).
       01 WS-CSV-POST PIC X(200).
       01 WS-CSV-EMPTY PIC X(1).
       01 WS-CSV-DATE PIC X(10).
       01 WS-CSV-TIME PIC X(10).
       01 WS-QUOTE-COUNT PIC 9(3).
       01 WS-COMMA-COUNT PIC 9(3).
       01 WS-CHK-STAMP.
           05 WS-CHK-DATE.
               10 WS-CHK-YYYY PIC X(4).
               10 WS-CHK-MO PIC X(2).
               10 WS-CHK-DD PIC X(2).
           05 WS-CHK-DASH PIC X(1).
           05 WS-CHK-TIME.
               10 WS-CHK-HH PIC X(2).
               10 WS-CHK-MI PIC X(2).
               10 WS-CHK-SS PIC X(2).
               10 WS-CHK-HS PIC X(2).
           05 WS-CHK-REST PIC X(3).
       01 WS-STAMP-OK PIC X(1).
       01 WS-NUM-FIELD PIC X(61).
       01 WS-NUM-LEN PIC 9(2).
       01 WS-NUM-OK PIC X(1).
      ***** Per-file totals.
       01 WS-L-READ PIC 9(7) VALUE 0.
       01 WS-L-KEPT PIC 9(7) VALUE 0.
       01 WS-L-BAD PIC 9(7) VALUE 0.
       01 WS-C-READ PIC 9(7) VALUE 0.
       01 WS-C-KEPT PIC 9(7) VALUE 0.
       01 WS-C-BAD PIC 9(7) VALUE 0.
       01 WS-COPY-COUNT PIC 9(7).
      ***** Chain values, so the ledger lines after one taken out
      ***** still chain once it is gone. WS-CH-RELINK is N until a
      ***** line is taken out, Y while later lines are re-chained,
      ***** and X once a line already broken stops the re-chaining.
       01 WS-CH-TEXT PIC X(300).
       01 WS-CH-STORED-X PIC X(20).
       01 WS-CH-FIELDS PIC 9(1).
       01 WS-CH-HAS PIC X(1).
       01 WS-CH-STORED PIC 9(10).
       01 WS-CH-VALUE PIC 9(10).
       01 WS-CH-ORIG-PRIOR PIC 9(10).
       01 WS-CH-NEW-PRIOR PIC 9(10).
       01 WS-CH-RELINK PIC X(1).
       01 WS-CH-STOP-LINE PIC 9(7) VALUE 0.
       01 WS-L-RELINKED PIC 9(7) VALUE 0.
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-CJ-PTR PIC 9(3).
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-COUNT-EDIT2 PIC ZZZZZZ9.
       01 WS-COUNT-EDIT3 PIC ZZZZZZ9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(130).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           INITIALIZE WS-REASON-COUNTS
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM A03-ReadConfig
           PERFORM A04-ResolvePaths
           PERFORM B00-LoadRegistry
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               FUNCTION TRIM(WS-RPT-FILENAME) " (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           PERFORM A06-AcquireLock
           IF WS-LOCK-HELD = 'N'
             MOVE "Ledger lock not obtained; nothing was linted."
               TO RPT-LINE
             PERFORM A97-WritePagedLine
             PERFORM A98-WriteReportFooter
             CLOSE RPT-FILE
             PERFORM A99-ReportElapsedTime
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM C00-ScanLedger
           PERFORM C10-ScanCsv
           PERFORM D00-LintLedger
           PERFORM D10-LintCsv
           PERFORM A07-ReleaseLock
           PERFORM F00-WriteSummary
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           DISPLAY "Ledger lint: ledger " WS-L-READ " read, "
             WS-L-BAD " bad; CSV " WS-C-READ " read, " WS-C-BAD
             " bad"
           DISPLAY "Report written to "
             FUNCTION TRIM(WS-RPT-FILENAME)
           PERFORM A99-ReportElapsedTime
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
      ***** console log, the report and every quarantine record show
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
      ***** No argument lints and quarantines; CHECK judges and
      ***** reports the same way but leaves every file untouched.
       A05-GetParameters.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-MODE
           EVALUATE WS-MODE
             WHEN SPACES
               MOVE "LINT" TO WS-MODE
               MOVE 'Y' TO WS-APPLY
             WHEN "CHECK"
               MOVE 'N' TO WS-APPLY
             WHEN OTHER
               DISPLAY "ABEND: usage: ledgerlint [CHECK]"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           DISPLAY "Ledger lint " FUNCTION TRIM(WS-MODE)
           .
      ***** The lock retry count is LedgerWriter's own setting, so
      ***** both wait the same for each other; with no
      ***** LOCK-MAX-TRIES setting the compiled default of 5 stands.
       A03-ReadConfig.
           MOVE "LOCK-MAX-TRIES" TO WS-CG-KEY
           CALL "ConfigGet" USING WS-CG-KEY WS-CG-VALUE WS-CG-FOUND
           IF WS-CG-FOUND = 'Y' AND WS-CG-VALUE NOT = SPACES
             COMPUTE WS-LOCK-MAX-TRIES =
               FUNCTION NUMVAL(WS-CG-VALUE)
           END-IF
           .
      ***** The ledger, CSV and lock resolve exactly as LedgerWriter
      ***** resolves them, so lint always judges - and locks - the
      ***** files the writers are appending to.
       A04-ResolvePaths.
           MOVE "project-euler/euler.ledger" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-LEDGER-PATH
           MOVE "project-euler/euler.csv" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-CSV-PATH
           MOVE "project-euler/euler.lock" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-LOCK-PATH
           MOVE "project-euler/euler.quarantine" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-QUAR-PATH
           .
      ***** Takes the exclusive ledger lock, waiting and retrying a
      ***** bounded number of times while a run is appending; the
      ***** same idiom and the same lock file LedgerWriter uses.
       A06-AcquireLock.
           MOVE 'N' TO WS-LOCK-HELD
           PERFORM VARYING WS-LOCK-TRY FROM 1 BY 1
             UNTIL WS-LOCK-TRY > WS-LOCK-MAX-TRIES
             OR WS-LOCK-HELD = 'Y'
             OPEN EXTEND LOCK-FILE
             IF WS-LOCK-STATUS-CD = "35"
               OPEN OUTPUT LOCK-FILE
             END-IF
             IF WS-LOCK-STATUS-CD = "00"
               MOVE 'Y' TO WS-LOCK-HELD
             ELSE
               DISPLAY "Ledger busy (status " WS-LOCK-STATUS-CD
                 "), attempt " WS-LOCK-TRY " of "
                 WS-LOCK-MAX-TRIES "; waiting"
               CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
             END-IF
           END-PERFORM
           IF WS-LOCK-HELD = 'N'
             DISPLAY "ABEND: could not obtain the ledger lock after "
               WS-LOCK-MAX-TRIES " attempts; nothing was linted"
           END-IF
           .
       A07-ReleaseLock.
           CLOSE LOCK-FILE
           MOVE 'N' TO WS-LOCK-HELD
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl).
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "LedgerLint" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           IF WS-APPLY = 'Y'
             MOVE "Ledger Lint - Quarantine Run" TO EURPTFMT-TITLE
           ELSE
             MOVE "Ledger Lint - Check Only" TO EURPTFMT-TITLE
           END-IF
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
      ***** The known programs are the registry's, driver rows and
      ***** menu-only rows alike; a line from a program retired out
      ***** of the registry is no longer one anything can act on.
       B00-LoadRegistry.
           MOVE 0 TO WS-PGM-COUNT
           MOVE 'N' TO EOF-REGISTRY-FILE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open project-euler/euler.registry"
               " (status " WS-REGISTRY-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL EOF-REGISTRY-FILE = 'Y'
             READ REGISTRY-FILE
               AT END
                 MOVE 'Y' TO EOF-REGISTRY-FILE
               NOT AT END
                 IF REG-PROGRAM NOT = SPACES
                   AND REG-PROGRAM(1:1) NOT = "*"
                   AND WS-PGM-COUNT < 100
                   ADD 1 TO WS-PGM-COUNT
                   MOVE REG-PROGRAM TO WS-PGM-NAME(WS-PGM-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           .
      ***** First pass over the ledger: judge every line and keep the
      ***** key of each bad one, so the CSV pass can find its twin.
       C00-ScanLedger.
           MOVE 0 TO WS-LBAD-COUNT
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO EOF-LINT-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD = "35"
             EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-STATUS-CD NOT = "00"
             PERFORM G00-AbendOpen
           END-IF
           PERFORM UNTIL EOF-LINT-FILE = 'Y'
             READ LEDGER-FILE
               AT END
                 MOVE 'Y' TO EOF-LINT-FILE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE LEDGER-LINE TO WS-LINE
                 PERFORM E00-CheckLedgerLine
                 IF WS-REASON-IDX > 0 AND WS-KEY-OK = 'Y'
                   PERFORM C20-AddLedgerBadKey
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
      ***** First pass over the CSV, the same way. Line 1 may be the
      ***** header row LedgerWriter writes when it creates the file.
       C10-ScanCsv.
           MOVE 0 TO WS-CBAD-COUNT
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO EOF-LINT-FILE
           OPEN INPUT CSV-FILE
           IF WS-CSV-STATUS-CD = "35"
             EXIT PARAGRAPH
           END-IF
           IF WS-CSV-STATUS-CD NOT = "00"
             PERFORM G00-AbendOpen
           END-IF
           PERFORM UNTIL EOF-LINT-FILE = 'Y'
             READ CSV-FILE
               AT END
                 MOVE 'Y' TO EOF-LINT-FILE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE CSV-LINE TO WS-LINE
                 PERFORM E20-CheckCsvRow
                 IF WS-REASON-IDX > 0 AND WS-KEY-OK = 'Y'
                   PERFORM C22-AddCsvBadKey
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CSV-FILE
           .
       C20-AddLedgerBadKey.
           IF WS-LBAD-COUNT < WS-BAD-MAX
             ADD 1 TO WS-LBAD-COUNT
             MOVE WS-KEY TO WS-LBAD-KEY(WS-LBAD-COUNT)
           ELSE
             PERFORM C25-WarnBadFull
           END-IF
           .
       C22-AddCsvBadKey.
           IF WS-CBAD-COUNT < WS-BAD-MAX
             ADD 1 TO WS-CBAD-COUNT
             MOVE WS-KEY TO WS-CBAD-KEY(WS-CBAD-COUNT)
           ELSE
             PERFORM C25-WarnBadFull
           END-IF
           .
       C25-WarnBadFull.
           IF WS-BAD-FULL-WARNED = 'N'
             DISPLAY "WARNING: more than " WS-BAD-MAX
               " bad lines in one file; twins of the rest are"
               " not paired"
             MOVE 'Y' TO WS-BAD-FULL-WARNED
           END-IF
           .
      ***** Second pass over the ledger: every line is judged again,
      ***** and a sound line whose twin was bad in the CSV is PAIRED.
      ***** Bad lines are reported and quarantined; the rest go to
      ***** the work file, re-chained past the lines taken out, and
      ***** the work file replaces the ledger if anything was.
       D00-LintLedger.
           MOVE 'N' TO EOF-LINT-FILE
           MOVE "LEDGER" TO WS-SOURCE
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-CH-RELINK
           MOVE 0 TO WS-CH-ORIG-PRIOR WS-CH-NEW-PRIOR
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD = "35"
             MOVE "Ledger: no live ledger file." TO RPT-LINE
             PERFORM A97-WritePagedLine
             EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-STATUS-CD NOT = "00"
             PERFORM G00-AbendOpen
           END-IF
           IF WS-APPLY = 'Y'
             PERFORM D30-OpenWorkAndQuarantine
           END-IF
           PERFORM UNTIL EOF-LINT-FILE = 'Y'
             READ LEDGER-FILE
               AT END
                 MOVE 'Y' TO EOF-LINT-FILE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 ADD 1 TO WS-L-READ
                 MOVE LEDGER-LINE TO WS-LINE
                 PERFORM E00-CheckLedgerLine
                 IF WS-REASON-IDX = 0
                   PERFORM D20-FindInCsvBad
                   IF WS-BAD-FOUND = 'Y'
                     MOVE WS-REASON-PAIRED TO WS-REASON-IDX
                   END-IF
                 END-IF
                 IF WS-APPLY = 'Y'
                   PERFORM D25-RelinkLine
                 END-IF
                 IF WS-REASON-IDX = 0
                   ADD 1 TO WS-L-KEPT
                   IF WS-APPLY = 'Y'
                     MOVE WS-LINE TO WORK-LINE
                     WRITE WORK-LINE
                   END-IF
                 ELSE
                   ADD 1 TO WS-L-BAD
                   ADD 1 TO WS-RSN-LEDGER(WS-REASON-IDX)
                   PERFORM D40-QuarantineLine
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           IF WS-APPLY = 'Y'
             CLOSE WORK-FILE
             CLOSE QUAR-FILE
             IF WS-L-BAD > 0
               PERFORM D50-ReplaceLedger
             END-IF
             CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
           END-IF
           .
      ***** Second pass over the CSV, the mirror of D00. The header
      ***** row on line 1 is carried over untouched.
       D10-LintCsv.
           MOVE 'N' TO EOF-LINT-FILE
           MOVE "CSV" TO WS-SOURCE
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT CSV-FILE
           IF WS-CSV-STATUS-CD = "35"
             MOVE "CSV: no live CSV file." TO RPT-LINE
             PERFORM A97-WritePagedLine
             EXIT PARAGRAPH
           END-IF
           IF WS-CSV-STATUS-CD NOT = "00"
             PERFORM G00-AbendOpen
           END-IF
           IF WS-APPLY = 'Y'
             PERFORM D30-OpenWorkAndQuarantine
           END-IF
           PERFORM UNTIL EOF-LINT-FILE = 'Y'
             READ CSV-FILE
               AT END
                 MOVE 'Y' TO EOF-LINT-FILE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE CSV-LINE TO WS-LINE
                 PERFORM E20-CheckCsvRow
                 IF WS-LINE-NO = 1 AND WS-LINE(1:17) =
                     "PROGRAM,RUN_DATE,"
                   MOVE 0 TO WS-REASON-IDX
                 ELSE
                   ADD 1 TO WS-C-READ
                   IF WS-REASON-IDX = 0
                     PERFORM D22-FindInLedgerBad
                     IF WS-BAD-FOUND = 'Y'
                       MOVE WS-REASON-PAIRED TO WS-REASON-IDX
                     END-IF
                   END-IF
                 END-IF
                 IF WS-REASON-IDX = 0
                   IF WS-LINE-NO > 1 OR WS-LINE(1:17) NOT =
                       "PROGRAM,RUN_DATE,"
                     ADD 1 TO WS-C-KEPT
                   END-IF
                   IF WS-APPLY = 'Y'
                     MOVE WS-LINE TO WORK-LINE
                     WRITE WORK-LINE
                   END-IF
                 ELSE
                   ADD 1 TO WS-C-BAD
                   ADD 1 TO WS-RSN-CSV(WS-REASON-IDX)
                   PERFORM D40-QuarantineLine
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CSV-FILE
           IF WS-APPLY = 'Y'
             CLOSE WORK-FILE
             CLOSE QUAR-FILE
             IF WS-C-BAD > 0
               PERFORM D55-ReplaceCsv
             END-IF
             CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
           END-IF
           .
       D20-FindInCsvBad.
           MOVE 'N' TO WS-BAD-FOUND
           PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
             UNTIL WS-BAD-IDX > WS-CBAD-COUNT OR WS-BAD-FOUND = 'Y'
             IF WS-CBAD-KEY(WS-BAD-IDX) = WS-KEY
               MOVE 'Y' TO WS-BAD-FOUND
             END-IF
           END-PERFORM
           .
       D22-FindInLedgerBad.
           MOVE 'N' TO WS-BAD-FOUND
           PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
             UNTIL WS-BAD-IDX > WS-LBAD-COUNT OR WS-BAD-FOUND = 'Y'
             IF WS-LBAD-KEY(WS-BAD-IDX) = WS-KEY
               MOVE 'Y' TO WS-BAD-FOUND
             END-IF
           END-PERFORM
           .
      ***** Keeps the chain whole across the lines being taken out
      ***** of the ledger. Every line's stored value is checked
      ***** against its original neighbour's before it is replaced.
      ***** A line with no value in it restarts the chain: LedgerWriter
      ***** chains the line after it from zero, so a quarantined junk
      ***** line hands zero on as the original prior value, not the
      ***** value of the line before it.
       D25-RelinkLine.
           MOVE 'N' TO WS-CH-HAS
           MOVE 0 TO WS-CH-STORED WS-CH-FIELDS
           MOVE SPACES TO WS-CH-TEXT WS-CH-STORED-X
           UNSTRING WS-LINE DELIMITED BY "  chain="
             INTO WS-CH-TEXT WS-CH-STORED-X
             TALLYING IN WS-CH-FIELDS
           END-UNSTRING
           IF WS-CH-FIELDS > 1 AND WS-CH-STORED-X(1:10) IS NUMERIC
             AND WS-CH-STORED-X(11:10) = SPACES
             MOVE 'Y' TO WS-CH-HAS
             MOVE WS-CH-STORED-X(1:10) TO WS-CH-STORED
           END-IF
           IF WS-REASON-IDX > 0
             IF WS-CH-RELINK = 'N'
               MOVE 'Y' TO WS-CH-RELINK
             END-IF
             IF WS-CH-HAS = 'Y'
               MOVE WS-CH-STORED TO WS-CH-ORIG-PRIOR
             ELSE
               MOVE 0 TO WS-CH-ORIG-PRIOR
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF WS-CH-RELINK NOT = 'Y' OR WS-CH-HAS = 'N'
             OR WS-LINE(1:9) = "CARRIED  "
             MOVE WS-CH-STORED TO WS-CH-ORIG-PRIOR
             MOVE WS-CH-STORED TO WS-CH-NEW-PRIOR
             EXIT PARAGRAPH
           END-IF
           CALL "ChainHash" USING WS-CH-ORIG-PRIOR WS-CH-TEXT
             WS-CH-VALUE
           MOVE WS-CH-STORED TO WS-CH-ORIG-PRIOR
           IF WS-CH-VALUE NOT = WS-CH-STORED
             MOVE 'X' TO WS-CH-RELINK
             MOVE WS-LINE-NO TO WS-CH-STOP-LINE
             MOVE WS-CH-STORED TO WS-CH-NEW-PRIOR
             EXIT PARAGRAPH
           END-IF
           CALL "ChainHash" USING WS-CH-NEW-PRIOR WS-CH-TEXT
             WS-CH-VALUE
           IF WS-CH-VALUE NOT = WS-CH-STORED
             MOVE SPACES TO WS-LINE
             STRING FUNCTION TRIM(WS-CH-TEXT TRAILING) "  chain="
               WS-CH-VALUE
               DELIMITED BY SIZE INTO WS-LINE
             ADD 1 TO WS-L-RELINKED
           END-IF
           MOVE WS-CH-VALUE TO WS-CH-NEW-PRIOR
           .
      ***** The work file sits beside the live file it will replace;
      ***** the quarantine file only ever grows.
       D30-OpenWorkAndQuarantine.
           MOVE SPACES TO WS-WORK-PATH
           IF WS-SOURCE = "LEDGER"
             STRING FUNCTION TRIM(WS-LEDGER-PATH) ".lint"
               DELIMITED BY SIZE INTO WS-WORK-PATH
           ELSE
             STRING FUNCTION TRIM(WS-CSV-PATH) ".lint"
               DELIMITED BY SIZE INTO WS-WORK-PATH
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open work file "
               FUNCTION TRIM(WS-WORK-PATH) " (status "
               WS-WORK-STATUS-CD ")"
             PERFORM A07-ReleaseLock
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN EXTEND QUAR-FILE
           IF WS-QUAR-STATUS-CD = "35"
             OPEN OUTPUT QUAR-FILE
           END-IF
           IF WS-QUAR-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open quarantine file "
               FUNCTION TRIM(WS-QUAR-PATH) " (status "
               WS-QUAR-STATUS-CD ")"
             CLOSE WORK-FILE
             PERFORM A07-ReleaseLock
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** One report line per bad line (source, line number,
      ***** reason, then the start of the line itself), and under a
      ***** quarantine run the whole line to the quarantine file.
       D40-QuarantineLine.
           MOVE 4 TO WS-FINAL-RC
           MOVE SPACES TO RPT-LINE
           STRING WS-SOURCE " line " WS-LINE-NO "  "
             WS-REASON-CODE(WS-REASON-IDX) "  " WS-LINE(1:90)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-APPLY = 'Y'
             MOVE SPACES TO QUAR-RECORD
             MOVE WS-SOURCE TO QUAR-SOURCE
             MOVE WS-REASON-CODE(WS-REASON-IDX) TO QUAR-REASON
             MOVE WS-NOW-STAMP TO QUAR-STAMP
             MOVE WS-LINE TO QUAR-LINE
             WRITE QUAR-RECORD
           END-IF
           .
      ***** The work file is copied back over the live ledger - never
      ***** renamed into place, so the live file keeps its name and
      ***** its place in every job that allocates it - and the
      ***** rewrite is journaled.
       D50-ReplaceLedger.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT LEDGER-FILE
           IF WS-WORK-STATUS-CD NOT = "00"
             OR WS-LEDGER-STATUS-CD NOT = "00"
             PERFORM G00-AbendOpen
           END-IF
           MOVE 0 TO WS-COPY-COUNT
           MOVE 'N' TO EOF-LINT-FILE
           PERFORM UNTIL EOF-LINT-FILE = 'Y'
             READ WORK-FILE
               AT END
                 MOVE 'Y' TO EOF-LINT-FILE
               NOT AT END
                 MOVE WORK-LINE TO LEDGER-LINE
                 WRITE LEDGER-LINE
                 ADD 1 TO WS-COPY-COUNT
             END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE LEDGER-FILE
           MOVE "euler.ledger" TO WS-CJ-FILE
           MOVE WS-L-READ TO WS-COUNT-EDIT
           MOVE WS-L-BAD TO WS-COUNT-EDIT2
           MOVE WS-COPY-COUNT TO WS-COUNT-EDIT3
           PERFORM D60-JournalRewrite
           .
       D55-ReplaceCsv.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT CSV-FILE
           IF WS-WORK-STATUS-CD NOT = "00"
             OR WS-CSV-STATUS-CD NOT = "00"
             PERFORM G00-AbendOpen
           END-IF
           MOVE 0 TO WS-COPY-COUNT
           MOVE 'N' TO EOF-LINT-FILE
           PERFORM UNTIL EOF-LINT-FILE = 'Y'
             READ WORK-FILE
               AT END
                 MOVE 'Y' TO EOF-LINT-FILE
               NOT AT END
                 MOVE WORK-LINE TO CSV-LINE
                 WRITE CSV-LINE
                 ADD 1 TO WS-COPY-COUNT
             END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE CSV-FILE
           MOVE "euler.csv" TO WS-CJ-FILE
           MOVE WS-C-READ TO WS-COUNT-EDIT
           MOVE WS-C-BAD TO WS-COUNT-EDIT2
           MOVE WS-COPY-COUNT TO WS-COUNT-EDIT3
           PERFORM D60-JournalRewrite
           .
       D60-JournalRewrite.
           MOVE "LINT" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           STRING "records=" FUNCTION TRIM(WS-COUNT-EDIT)
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           MOVE 1 TO WS-CJ-PTR
           STRING "quarantined=" FUNCTION TRIM(WS-COUNT-EDIT2)
             " lines now=" FUNCTION TRIM(WS-COUNT-EDIT3)
             " stamp=" WS-NOW-STAMP
             DELIMITED BY SIZE INTO WS-CJ-AFTER
             WITH POINTER WS-CJ-PTR
           IF WS-CJ-FILE = "euler.ledger"
             MOVE WS-L-RELINKED TO WS-COUNT-EDIT
             STRING " rechained=" FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-CJ-AFTER
               WITH POINTER WS-CJ-PTR
           END-IF
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** Judges one ledger line in WS-LINE, the layout LedgerWriter
      ***** writes: program, run date-time and parameters, then
      ***** answer=, elapsed= and runid= - each part separated by two
      ***** spaces. Leaves the first failing reason in WS-REASON-IDX
      ***** (0 = sound) and the line's key in WS-KEY, with WS-KEY-OK
      ***** set once the program and run date-time are readable.
       E00-CheckLedgerLine.
           MOVE 0 TO WS-REASON-IDX
           MOVE SPACES TO WS-KEY
           MOVE 'N' TO WS-KEY-OK
           IF WS-LINE(1:9) = "CARRIED  " AND WS-LINE-NO = 1
             EXIT PARAGRAPH
           END-IF
           IF WS-LINE = SPACES OR WS-LINE(1:8) = "TRAILER "
             OR WS-LINE(1:9) = "CARRIED  "
             MOVE 1 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARSE-HEAD WS-PARSE-TAIL
           MOVE SPACES TO WS-PARSE-PROGRAM WS-CHK-STAMP WS-PARSE-PARMS
           MOVE SPACES TO WS-PARSE-ANS WS-PARSE-ELAPSED WS-PARSE-RUNID
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING WS-LINE DELIMITED BY "answer="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
             TALLYING IN WS-FIELD-COUNT
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-PARSE-PROGRAM WS-CHK-STAMP WS-PARSE-PARMS
           PERFORM E40-CheckStamp
           IF WS-STAMP-OK = 'N'
             MOVE 2 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARSE-PROGRAM TO WS-KEY-PROGRAM
           MOVE WS-CHK-STAMP(1:17) TO WS-KEY-STAMP
           MOVE 'Y' TO WS-KEY-OK
           PERFORM E50-FindProgram
           IF WS-PGM-FOUND = 'N'
             MOVE 3 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-COUNT < 2
             MOVE 4 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-PARSE-TAIL DELIMITED BY "  "
             INTO WS-PARSE-ANS WS-PARSE-ELAPSED WS-PARSE-RUNID
           MOVE WS-PARSE-ANS TO WS-NUM-FIELD
           PERFORM E45-CheckNumeric
           IF WS-NUM-OK = 'N'
             MOVE 4 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NUM-FIELD
           IF WS-PARSE-ELAPSED(1:8) = "elapsed="
             MOVE WS-PARSE-ELAPSED(9:12) TO WS-NUM-FIELD
           END-IF
           PERFORM E45-CheckNumeric
           IF WS-NUM-OK = 'N'
             MOVE 5 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           IF WS-PARSE-RUNID(1:6) NOT = "runid="
             OR WS-PARSE-RUNID(7:18) = SPACES
             MOVE 6 TO WS-REASON-IDX
           END-IF
           .
      ***** Judges one CSV row in WS-LINE, the row LedgerWriter
      ***** writes: program,date,time,"parameters",answer,elapsed,
      ***** runid then the user, origin and version columns. Rows
      ***** written before those last columns existed are still
      ***** sound; a row with more columns than the header is not.
      ***** A header row judges as LAYOUT here; the caller lets the
      ***** one on line 1 through, so only a stray one is caught.
       E20-CheckCsvRow.
           MOVE 0 TO WS-REASON-IDX
           MOVE SPACES TO WS-KEY
           MOVE 'N' TO WS-KEY-OK
           IF WS-LINE = SPACES
             MOVE 1 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-LINE TALLYING WS-QUOTE-COUNT FOR ALL '"'
           IF WS-QUOTE-COUNT NOT = 2
             MOVE 1 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CSV-PRE WS-CSV-PARMS WS-CSV-POST
           UNSTRING WS-LINE DELIMITED BY '"'
             INTO WS-CSV-PRE WS-CSV-PARMS WS-CSV-POST
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-CSV-PRE TALLYING WS-COMMA-COUNT FOR ALL ","
           IF WS-COMMA-COUNT NOT = 3
             MOVE 1 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-CSV-POST TALLYING WS-COMMA-COUNT FOR ALL ","
           IF WS-COMMA-COUNT > 6
             MOVE 1 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARSE-PROGRAM WS-CSV-DATE WS-CSV-TIME
           UNSTRING WS-CSV-PRE DELIMITED BY ","
             INTO WS-PARSE-PROGRAM WS-CSV-DATE WS-CSV-TIME
           MOVE SPACES TO WS-CHK-STAMP
           STRING WS-CSV-DATE DELIMITED BY SPACE
             "-" DELIMITED BY SIZE
             WS-CSV-TIME DELIMITED BY SPACE
             INTO WS-CHK-STAMP
           PERFORM E40-CheckStamp
           IF WS-STAMP-OK = 'N'
             MOVE 2 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARSE-PROGRAM TO WS-KEY-PROGRAM
           MOVE WS-CHK-STAMP(1:17) TO WS-KEY-STAMP
           MOVE 'Y' TO WS-KEY-OK
           PERFORM E50-FindProgram
           IF WS-PGM-FOUND = 'N'
             MOVE 3 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CSV-EMPTY WS-PARSE-ANS WS-PARSE-ELAPSED
           MOVE SPACES TO WS-PARSE-RUNID
           UNSTRING WS-CSV-POST DELIMITED BY ","
             INTO WS-CSV-EMPTY WS-PARSE-ANS WS-PARSE-ELAPSED
               WS-PARSE-RUNID
           MOVE WS-PARSE-ANS TO WS-NUM-FIELD
           PERFORM E45-CheckNumeric
           IF WS-NUM-OK = 'N'
             MOVE 4 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARSE-ELAPSED TO WS-NUM-FIELD
           PERFORM E45-CheckNumeric
           IF WS-NUM-OK = 'N'
             MOVE 5 TO WS-REASON-IDX
             EXIT PARAGRAPH
           END-IF
           IF WS-PARSE-RUNID = SPACES
             MOVE 6 TO WS-REASON-IDX
           END-IF
           .
      ***** A run date-time is yyyymmdd-hhmmssss with a real month,
      ***** day, hour, minute and second, and nothing after it.
       E40-CheckStamp.
           MOVE 'N' TO WS-STAMP-OK
           IF WS-CHK-DATE IS NOT NUMERIC
             OR WS-CHK-DASH NOT = "-"
             OR WS-CHK-TIME IS NOT NUMERIC
             OR WS-CHK-REST NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-CHK-MO < "01" OR WS-CHK-MO > "12"
             OR WS-CHK-DD < "01" OR WS-CHK-DD > "31"
             OR WS-CHK-HH > "23"
             OR WS-CHK-MI > "59"
             OR WS-CHK-SS > "59"
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STAMP-OK
           .
      ***** A number here is one or more digits and nothing else -
      ***** no sign, no point, no embedded space.
       E45-CheckNumeric.
           MOVE 'N' TO WS-NUM-OK
           MOVE 0 TO WS-NUM-LEN
           INSPECT WS-NUM-FIELD TALLYING WS-NUM-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NUM-LEN = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-NUM-FIELD(1:WS-NUM-LEN) IS NUMERIC
             AND WS-NUM-FIELD(WS-NUM-LEN + 1:) = SPACES
             MOVE 'Y' TO WS-NUM-OK
           END-IF
           .
       E50-FindProgram.
           MOVE 'N' TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
             UNTIL WS-PGM-IDX > WS-PGM-COUNT OR WS-PGM-FOUND = 'Y'
             IF WS-PGM-NAME(WS-PGM-IDX) = WS-PARSE-PROGRAM
               MOVE 'Y' TO WS-PGM-FOUND
             END-IF
           END-PERFORM
           .
      ***** Closing summary: lines read, kept and bad for each file,
      ***** then the count per reason side by side.
       F00-WriteSummary.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE WS-L-READ TO WS-COUNT-EDIT
           MOVE WS-L-KEPT TO WS-COUNT-EDIT2
           MOVE WS-L-BAD TO WS-COUNT-EDIT3
           MOVE SPACES TO RPT-LINE
           STRING "Ledger: " WS-COUNT-EDIT " read " WS-COUNT-EDIT2
             " kept " WS-COUNT-EDIT3 " bad"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-L-RELINKED > 0
             MOVE WS-L-RELINKED TO WS-COUNT-EDIT
             MOVE SPACES TO RPT-LINE
             STRING "        " WS-COUNT-EDIT " later lines re-chained"
               " past the lines taken out"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           IF WS-CH-RELINK = 'X'
             MOVE WS-CH-STOP-LINE TO WS-COUNT-EDIT
             MOVE SPACES TO RPT-LINE
             STRING "        chain already broken at line "
               FUNCTION TRIM(WS-COUNT-EDIT)
               "; left as it was for ChainCheck"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           MOVE WS-C-READ TO WS-COUNT-EDIT
           MOVE WS-C-KEPT TO WS-COUNT-EDIT2
           MOVE WS-C-BAD TO WS-COUNT-EDIT3
           MOVE SPACES TO RPT-LINE
           STRING "CSV:    " WS-COUNT-EDIT " read " WS-COUNT-EDIT2
             " kept " WS-COUNT-EDIT3 " bad"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           MOVE "Reason   Description" TO RPT-LINE(1:20)
           MOVE " Ledger      CSV" TO RPT-LINE(51:16)
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
             UNTIL WS-REASON-IDX > 7
             MOVE WS-RSN-LEDGER(WS-REASON-IDX) TO WS-COUNT-EDIT
             MOVE WS-RSN-CSV(WS-REASON-IDX) TO WS-COUNT-EDIT2
             MOVE SPACES TO RPT-LINE
             STRING WS-REASON-CODE(WS-REASON-IDX) " "
               WS-REASON-DESC(WS-REASON-IDX) " " WS-COUNT-EDIT " "
               WS-COUNT-EDIT2
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
             WHEN WS-L-BAD = 0 AND WS-C-BAD = 0
               MOVE "Both files are clean." TO RPT-LINE
             WHEN WS-APPLY = 'Y'
               STRING "Bad lines moved to "
                 FUNCTION TRIM(WS-QUAR-PATH)
                 DELIMITED BY SIZE INTO RPT-LINE
             WHEN OTHER
               MOVE "CHECK only: no file was changed." TO RPT-LINE
           END-EVALUATE
           PERFORM A97-WritePagedLine
           .
      ***** A live file that exists but cannot be read or rewritten
      ***** ends the run with the lock released.
       G00-AbendOpen.
           DISPLAY "ABEND: cannot open " FUNCTION TRIM(WS-SOURCE)
             " file (ledger status " WS-LEDGER-STATUS-CD
             ", CSV status " WS-CSV-STATUS-CD ", work status "
             WS-WORK-STATUS-CD ")"
           PERFORM A07-ReleaseLock
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
