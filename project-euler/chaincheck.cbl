       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Chain Check
      *
      *    Verifies the chain of line values LedgerWriter puts at the
      *    end of every ledger line (see chainhash.cbl), so a ledger
      *    line edited by hand - an answer changed, a run inserted or
      *    taken out - is caught before LedgerMerge, ResultSync and
      *    the rest accept it. Walks every ledger archive on the
      *    archive catalog (see archreg.cbl) in month order, then the
      *    live ledger, recomputing each line's value from its content
      *    and the value on the line before, and stops at the first
      *    line where the two disagree:
      *        a line whose value does not follow from the line
      *            before it (the line, or one above it, was altered,
      *            inserted or removed)
      *        a line with no value once the chain has started
      *        an archive TRAILER whose value is not its last line's
      *            (lines taken off the end), or an archive with no
      *            TRAILER at all
      *        a CARRIED line (LedgerMonth's first line of a new
      *            month) whose value is not the closing value of the
      *            archive before it, or that is not the first line;
      *            and a file that should open with one but does not
      *    Lines written before the ledger was chained, ahead of its
      *    first chained line, are counted but not judged. An archive
      *    on the catalog that is no longer on disk is reported and
      *    the walk picks up again at the next file, since nothing is
      *    left to carry its closing value forward.
      *
      *    Usage:
      *        chaincheck
      *    The report (project-euler/chaincheck.rpt) has one line per
      *    file walked - lines, chained lines, lines from before
      *    chaining, and its closing value - and the break, if any,
      *    with the line itself. A break is raised as an incident
      *    (see incidentlog.cbl) and ends the run with RETURN-CODE 8;
      *    EulerRecon CALLs this program, so a break fails the
      *    nightly RECON step. RETURN-CODE 16 when the live ledger
      *    cannot be read. The catalog and the live ledger resolve
      *    through PathName (see pathname.cbl).
      *****************************************************************
       PROGRAM-ID. ChainCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS-CD.
           SELECT CHAIN-FILE ASSIGN TO DYNAMIC WS-CHAIN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHAIN-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO "project-euler/chaincheck.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(179).
       FD CHAIN-FILE.
       01 CHAIN-LINE PIC X(300).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS-CD PIC XX.
       01 WS-CHAIN-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-CATALOG-PATH PIC X(100).
       01 WS-CHAIN-PATH PIC X(100).
       01 WS-LEDGER-PATH PIC X(100).
       01 WS-PN-DEFAULT PIC X(80).
       01 EOF-CATALOG-FILE PIC X.
       01 EOF-CHAIN-FILE PIC X.
       COPY EUARCCAT.
      ***** The ledger archives on the catalog, sorted by month.
       01 WS-ARC-COUNT PIC 9(3) VALUE 0.
       01 WS-ARC-TBL.
           05 WS-ARC-ENTRY OCCURS 200 TIMES.
               10 WS-ARC-MONTH PIC 9(6).
               10 WS-ARC-FILE PIC X(100).
       01 WS-ARC-SWAP PIC X(106).
       01 WS-ARC-IDX PIC 9(3).
       01 WS-ARC-IDX2 PIC 9(3).
      ***** The file being walked and where the chain stands.
       01 WS-FILE-KIND PIC X(1).
       01 WS-FILE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINE-NO PIC 9(7).
       01 WS-FILE-CHAINED PIC 9(7).
       01 WS-FILE-UNCHAINED PIC 9(7).
       01 WS-TOTAL-LINES PIC 9(7) VALUE 0.
       01 WS-TOTAL-UNCHAINED PIC 9(7) VALUE 0.
       01 WS-PRIOR-CHAIN PIC 9(10).
       01 WS-CHAIN-STARTED PIC X(1).
       01 WS-TRAILER-SEEN PIC X(1).
       01 WS-TRAILER-CHAIN PIC X(1).
       01 WS-PREV-CLOSING PIC 9(10) VALUE 0.
       01 WS-PREV-KNOWN PIC X(1) VALUE 'N'.
       01 WS-PREV-FILE PIC X(100) VALUE SPACES.
       01 WS-CH-TEXT PIC X(300).
       01 WS-CH-STORED-X PIC X(20).
       01 WS-CH-FIELDS PIC 9(1).
       01 WS-CH-HAS PIC X(1).
       01 WS-CH-STORED PIC 9(10).
       01 WS-CH-VALUE PIC 9(10).
      ***** The first break, once found.
       01 WS-BROKEN PIC X(1) VALUE 'N'.
       01 WS-BREAK-REASON PIC X(70).
       01 WS-INC-PROGRAM PIC X(10) VALUE "ChainCheck".
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
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
           PERFORM A01-StampRunDate
           PERFORM A03-ResolvePaths
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               "project-euler/chaincheck.rpt (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           PERFORM B00-LoadCatalog
           PERFORM B10-SortArchives
           MOVE 'A' TO WS-FILE-KIND
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
             UNTIL WS-ARC-IDX > WS-ARC-COUNT OR WS-BROKEN = 'Y'
             MOVE WS-ARC-FILE(WS-ARC-IDX) TO WS-CHAIN-PATH
             PERFORM C00-WalkFile
           END-PERFORM
           IF WS-BROKEN = 'N'
             MOVE 'L' TO WS-FILE-KIND
             MOVE WS-LEDGER-PATH TO WS-CHAIN-PATH
             PERFORM C00-WalkFile
           END-IF
           PERFORM D00-WriteSummary
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           IF WS-BROKEN = 'Y'
             PERFORM D10-RaiseIncident
           END-IF
           PERFORM A99-ReportElapsedTime
           IF WS-BROKEN = 'Y'
             MOVE 8 TO RETURN-CODE
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
      ***** The live ledger resolves exactly as LedgerWriter resolves
      ***** it, and the catalog as ArchReg does, so the check always
      ***** walks the files the writers wrote.
       A03-ResolvePaths.
           MOVE "project-euler/euler.ledger" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-LEDGER-PATH
           MOVE "project-euler/euler.archives" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-CATALOG-PATH
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl).
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "ChainCheck" TO EURPTFMT-PROGRAM
           MOVE "Ledger Chain Verification" TO EURPTFMT-TITLE
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
      ***** Only LEDGER entries are wanted; no catalog just means no
      ***** month has been rolled over yet, and the walk is the live
      ***** ledger alone.
       B00-LoadCatalog.
           MOVE 'N' TO EOF-CATALOG-FILE
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-CATALOG-FILE = 'Y'
             READ CATALOG-FILE
               AT END MOVE 'Y' TO EOF-CATALOG-FILE
               NOT AT END
                 MOVE CATALOG-LINE TO ARCCAT-RECORD
                 IF ARC-TYPE = "LEDGER" AND WS-ARC-COUNT < 200
                   ADD 1 TO WS-ARC-COUNT
                   MOVE ARC-PERIOD TO WS-ARC-MONTH(WS-ARC-COUNT)
                   MOVE ARC-NAME TO WS-ARC-FILE(WS-ARC-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           .
      ***** The catalog is in registration order, which a month-end
      ***** re-run or a late rollover can leave out of month order;
      ***** the chain runs in month order.
       B10-SortArchives.
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
             UNTIL WS-ARC-IDX >= WS-ARC-COUNT
             PERFORM VARYING WS-ARC-IDX2 FROM 1 BY 1
               UNTIL WS-ARC-IDX2 > WS-ARC-COUNT - WS-ARC-IDX
               IF WS-ARC-MONTH(WS-ARC-IDX2) >
                 WS-ARC-MONTH(WS-ARC-IDX2 + 1)
                 MOVE WS-ARC-ENTRY(WS-ARC-IDX2) TO WS-ARC-SWAP
                 MOVE WS-ARC-ENTRY(WS-ARC-IDX2 + 1)
                   TO WS-ARC-ENTRY(WS-ARC-IDX2)
                 MOVE WS-ARC-SWAP TO WS-ARC-ENTRY(WS-ARC-IDX2 + 1)
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ***** Walks one file in WS-CHAIN-PATH (kind A for an archive, L
      ***** for the live ledger) from its first line, leaving its
      ***** closing value for the next file to be checked against.
       C00-WalkFile.
           MOVE 0 TO WS-LINE-NO WS-FILE-CHAINED WS-FILE-UNCHAINED
           MOVE 0 TO WS-PRIOR-CHAIN
           MOVE 'N' TO WS-CHAIN-STARTED
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE 'N' TO WS-TRAILER-CHAIN
           MOVE 'N' TO EOF-CHAIN-FILE
           OPEN INPUT CHAIN-FILE
           IF WS-CHAIN-STATUS-CD NOT = "00"
             PERFORM C05-FileNotRead
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           PERFORM UNTIL EOF-CHAIN-FILE = 'Y' OR WS-BROKEN = 'Y'
             READ CHAIN-FILE
               AT END MOVE 'Y' TO EOF-CHAIN-FILE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 PERFORM C10-CheckLine
             END-READ
           END-PERFORM
           CLOSE CHAIN-FILE
           IF WS-BROKEN = 'N' AND WS-FILE-KIND = 'A'
             AND WS-TRAILER-SEEN = 'N'
             MOVE "archive has no TRAILER; lines missing from its end"
               TO WS-BREAK-REASON
             PERFORM C90-RecordBreak
           END-IF
           IF WS-BROKEN = 'Y'
             EXIT PARAGRAPH
           END-IF
           ADD WS-FILE-CHAINED TO WS-TOTAL-LINES
           ADD WS-FILE-UNCHAINED TO WS-TOTAL-LINES
           ADD WS-FILE-UNCHAINED TO WS-TOTAL-UNCHAINED
           MOVE WS-CHAIN-PATH TO WS-PREV-FILE
           MOVE WS-PRIOR-CHAIN TO WS-PREV-CLOSING
           MOVE WS-TRAILER-CHAIN TO WS-PREV-KNOWN
           MOVE WS-FILE-CHAINED TO WS-COUNT-EDIT
           MOVE WS-FILE-UNCHAINED TO WS-COUNT-EDIT2
           MOVE SPACES TO RPT-LINE
           STRING "CHECKED  " FUNCTION TRIM(WS-CHAIN-PATH)
             "  chained=" FUNCTION TRIM(WS-COUNT-EDIT)
             "  before-chaining=" FUNCTION TRIM(WS-COUNT-EDIT2)
             "  closing=" WS-PRIOR-CHAIN
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** An archive gone from disk (expired by hand, or never
      ***** copied back after a restore) cannot be checked and has
      ***** no closing value to hand on; the next file is checked on
      ***** its own. The live ledger missing outright is a fresh
      ***** installation; anything else on it is fatal.
       C05-FileNotRead.
           MOVE 'N' TO WS-PREV-KNOWN
           MOVE WS-CHAIN-PATH TO WS-PREV-FILE
           MOVE SPACES TO RPT-LINE
           IF WS-FILE-KIND = 'A' OR WS-CHAIN-STATUS-CD = "35"
             STRING "NOT READ " FUNCTION TRIM(WS-CHAIN-PATH)
               "  (status " WS-CHAIN-STATUS-CD
               "); the chain is picked up again at the next file"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             EXIT PARAGRAPH
           END-IF
           DISPLAY "ABEND: cannot open ledger file "
             FUNCTION TRIM(WS-CHAIN-PATH) " (status "
             WS-CHAIN-STATUS-CD ")"
           CLOSE RPT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
      ***** Judges the line just read against the chain so far.
       C10-CheckLine.
           IF CHAIN-LINE(1:8) = "TRAILER "
             PERFORM C20-CheckTrailer
             EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-SEEN = 'Y'
             MOVE "line after the archive's TRAILER"
               TO WS-BREAK-REASON
             PERFORM C90-RecordBreak
             EXIT PARAGRAPH
           END-IF
           PERFORM C30-SplitChain
           IF CHAIN-LINE(1:9) = "CARRIED  "
             PERFORM C40-CheckCarried
             EXIT PARAGRAPH
           END-IF
           IF WS-LINE-NO = 1 AND WS-PREV-KNOWN = 'Y'
             MOVE SPACES TO WS-BREAK-REASON
             STRING "file does not open with the value carried from "
               FUNCTION TRIM(WS-PREV-FILE(15:40))
               DELIMITED BY SIZE INTO WS-BREAK-REASON
             PERFORM C90-RecordBreak
             EXIT PARAGRAPH
           END-IF
           IF WS-CH-HAS = 'N'
             IF WS-CHAIN-STARTED = 'Y'
               MOVE "line carries no chain value" TO WS-BREAK-REASON
               PERFORM C90-RecordBreak
             ELSE
               ADD 1 TO WS-FILE-UNCHAINED
             END-IF
             EXIT PARAGRAPH
           END-IF
           CALL "ChainHash" USING WS-PRIOR-CHAIN WS-CH-TEXT
             WS-CH-VALUE
           IF WS-CH-VALUE NOT = WS-CH-STORED
             MOVE "chain value does not follow from the line above"
               TO WS-BREAK-REASON
             PERFORM C90-RecordBreak
             EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-STORED TO WS-PRIOR-CHAIN
           MOVE 'Y' TO WS-CHAIN-STARTED
           ADD 1 TO WS-FILE-CHAINED
           .
      ***** The TRAILER closes an archive. One written since the
      ***** ledger was chained carries the last line's value, which
      ***** must still be the last line's; an older one carries only
      ***** its count, and hands no closing value on. A TRAILER in
      ***** the live ledger is itself damage.
       C20-CheckTrailer.
           IF WS-FILE-KIND = 'L'
             MOVE "TRAILER record inside the live ledger"
               TO WS-BREAK-REASON
             PERFORM C90-RecordBreak
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TRAILER-SEEN
           PERFORM C30-SplitChain
           IF WS-CH-HAS = 'N'
             EXIT PARAGRAPH
           END-IF
           IF WS-CH-STORED NOT = WS-PRIOR-CHAIN
             MOVE "TRAILER value is not the last line's" TO
               WS-BREAK-REASON
             PERFORM C90-RecordBreak
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TRAILER-CHAIN
           .
      ***** Splits CHAIN-LINE at its "  chain=" marker: the content
      ***** ahead of it goes to ChainHash, the ten digits after it
      ***** are the value stored.
       C30-SplitChain.
           MOVE 'N' TO WS-CH-HAS
           MOVE 0 TO WS-CH-STORED
           MOVE 0 TO WS-CH-FIELDS
           MOVE SPACES TO WS-CH-TEXT WS-CH-STORED-X
           UNSTRING CHAIN-LINE DELIMITED BY "  chain="
             INTO WS-CH-TEXT WS-CH-STORED-X
             TALLYING IN WS-CH-FIELDS
           END-UNSTRING
           IF WS-CH-FIELDS > 1 AND WS-CH-STORED-X(1:10) IS NUMERIC
             AND WS-CH-STORED-X(11:10) = SPACES
             MOVE 'Y' TO WS-CH-HAS
             MOVE WS-CH-STORED-X(1:10) TO WS-CH-STORED
           END-IF
           .
      ***** LedgerMonth's CARRIED line opens a month's ledger with the
      ***** closing value of the archive before it; it is the one
      ***** line whose value is taken, not computed.
       C40-CheckCarried.
           IF WS-LINE-NO NOT = 1
             MOVE "CARRIED line is not the first line of its file"
               TO WS-BREAK-REASON
             PERFORM C90-RecordBreak
             EXIT PARAGRAPH
           END-IF
           IF WS-CH-HAS = 'N'
             MOVE "CARRIED line has no chain value" TO WS-BREAK-REASON
             PERFORM C90-RecordBreak
             EXIT PARAGRAPH
           END-IF
           IF WS-PREV-KNOWN = 'Y' AND WS-CH-STORED NOT = WS-PREV-CLOSING
             MOVE SPACES TO WS-BREAK-REASON
             STRING "CARRIED value is not the closing value of "
               FUNCTION TRIM(WS-PREV-FILE(15:40))
               DELIMITED BY SIZE INTO WS-BREAK-REASON
             PERFORM C90-RecordBreak
             EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-STORED TO WS-PRIOR-CHAIN
           MOVE 'Y' TO WS-CHAIN-STARTED
           ADD 1 TO WS-FILE-CHAINED
           .
      ***** The first break ends the walk: where it is, why, and the
      ***** line itself.
       C90-RecordBreak.
           MOVE 'Y' TO WS-BROKEN
           ADD 1 TO WS-FILE-COUNT
           MOVE WS-LINE-NO TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "BREAK    " FUNCTION TRIM(WS-CHAIN-PATH)
             " line " FUNCTION TRIM(WS-COUNT-EDIT) ": "
             FUNCTION TRIM(WS-BREAK-REASON)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           STRING "         " CHAIN-LINE(1:120)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
       D00-WriteSummary.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-BROKEN = 'Y'
             ADD WS-FILE-CHAINED TO WS-TOTAL-LINES
             ADD WS-FILE-UNCHAINED TO WS-TOTAL-LINES
           END-IF
           MOVE WS-TOTAL-LINES TO WS-COUNT-EDIT
           MOVE WS-TOTAL-UNCHAINED TO WS-COUNT-EDIT2
           MOVE WS-FILE-COUNT TO WS-COUNT-EDIT3
           MOVE SPACES TO RPT-LINE
           IF WS-BROKEN = 'Y'
             STRING "CHAIN BROKEN: first break shown above; "
               FUNCTION TRIM(WS-COUNT-EDIT)
               " lines read ahead of it"
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "Chain intact: " FUNCTION TRIM(WS-COUNT-EDIT3)
               " files, " FUNCTION TRIM(WS-COUNT-EDIT) " lines ("
               FUNCTION TRIM(WS-COUNT-EDIT2)
               " from before chaining began)"
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** A break is an incident in its own right, whichever step
      ***** ran the check, so the morning alert carries it.
       D10-RaiseIncident.
           MOVE WS-CHAIN-PATH TO WS-INC-FILE
           MOVE "00" TO WS-INC-STATUS
           MOVE WS-LINE-NO TO WS-COUNT-EDIT
           MOVE SPACES TO WS-INC-MESSAGE
           STRING "ledger chain broken at line "
             FUNCTION TRIM(WS-COUNT-EDIT) ": "
             WS-BREAK-REASON
             DELIMITED BY SIZE INTO WS-INC-MESSAGE
           CALL "IncidentLog" USING WS-INC-PROGRAM WS-INC-FILE
             WS-INC-STATUS WS-INC-MESSAGE
           .
      ***** Exit
       END PROGRAM ChainCheck.
