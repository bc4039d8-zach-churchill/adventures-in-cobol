       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Results Master Point-in-Time Rebuild
      *
      *    ResultLoad can rebuild the keyed results master
      *    (project-euler/euler.results, see copybooks/EURESULT.cpy)
      *    only from the live ledger, which holds the current month;
      *    every record since rolled into a month-end archive is lost
      *    to it. This utility reconstructs the master as it stood at
      *    the end of a given date, from everything the shop keeps:
      *      - every euler.ledger.YYYYMM month-end archive LedgerMonth
      *        wrote (up to twenty years back from today), each
      *        checked against its closing TRAILER RECORDS= count;
      *      - the live ledger;
      *    loading every run dated on or before the as-of date,
      *    parsed the way ResultLoad parses it. Every record a
      *    ResPurge run dated on or before the as-of date moved to
      *    its <results-path>.purged.<run-date> archive (archives
      *    likewise trailer-checked) is then taken back out, since
      *    the master no longer held it on that date.
      *
      *        resrebuild BUILD <as-of-yyyymmdd>
      *        resrebuild SWAP
      *
      *    BUILD writes the reconstruction to <results-path>.rebuild,
      *    never to the live master, and a comparison report against
      *    the current master: runs only the rebuild holds, runs only
      *    the live master holds, and runs both hold with different
      *    parameters, answer or elapsed time. The report is
      *    versioned through ReportVersion under the base name
      *    project-euler/resrebuild.rpt. A clean build - every
      *    archive's trailer agreed - also leaves a control record in
      *    <results-path>.rebuild.ctl naming the as-of date, the
      *    record count, the builder and the report; a build with a
      *    short or trailerless archive leaves the rebuild and report
      *    for inspection but no control record (RETURN-CODE 8) -
      *    any earlier one is removed - so it cannot be swapped in.
      *    An unreadable live master is reported and the comparison
      *    skipped (RETURN-CODE 4).
      *
      *    SWAP is the separate, authorized step that replaces the
      *    live master with the rebuild. It needs the restore
      *    permission in the user-profile file (see userauth.cbl) and
      *    a control record whose count the rebuild still matches.
      *    The live master's records are first saved to
      *    <results-path>.preswap.<run-date> in ResPurge's archive
      *    layout with a TRAILER count, the rebuild is copied over
      *    the live file, the swap is written to the change journal
      *    (see chgjournal.cbl), and the control record is removed
      *    so the same rebuild cannot be swapped in twice.
      *
      *    Every master path resolves through PathName, so a
      *    sandboxed rehearsal rebuilds and swaps the sandbox copy.
      *****************************************************************
       PROGRAM-ID. ResRebuild.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS-CD.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RESULT-KEY
             FILE STATUS IS WS-RESULT-STATUS-CD.
           SELECT REBUILD-FILE ASSIGN TO DYNAMIC WS-REBUILD-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RBLD-KEY
             FILE STATUS IS WS-REBUILD-STATUS-CD.
           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD ARCH-FILE.
       01 ARCH-LINE PIC X(300).
       FD RESULT-FILE.
       COPY EURESULT.
      ***** The rebuild is the master's own layout, COPYed from the
      ***** same member under its own names, so both files can be
      ***** open side by side and a rebuilt record moves into the
      ***** master whole.
       FD REBUILD-FILE.
       COPY EURESULT REPLACING ==RESULT-RECORD== BY ==REBUILD-RECORD==
           LEADING ==RESULT== BY ==RBLD==.
       FD CTL-FILE.
       01 CTL-RECORD.
           05 CTL-ASOF PIC 9(8).
           05 CTL-BUILT PIC X(17).
           05 CTL-USER PIC X(12).
           05 CTL-RECORDS PIC 9(6).
           05 CTL-REPORT PIC X(100).
       FD RPT-FILE.
       01 RPT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-ARCH-STATUS-CD PIC XX.
       01 WS-RESULT-STATUS-CD PIC XX.
       01 WS-REBUILD-STATUS-CD PIC XX.
       01 WS-CTL-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-LEDGER-FILE PIC X VALUE 'N'.
       01 EOF-ARCH-FILE PIC X VALUE 'N'.
       01 EOF-RESULT-FILE PIC X VALUE 'N'.
       01 EOF-REBUILD-FILE PIC X VALUE 'N'.
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-LEDGER-PATH PIC X(100).
       01 WS-RESULT-PATH PIC X(100).
       01 WS-REBUILD-PATH PIC X(120).
       01 WS-CTL-PATH PIC X(120).
       01 WS-ARCH-NAME PIC X(120).
       01 WS-DELETE-NAME PIC X(120).
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/resrebuild.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 WS-MODE PIC X(8).
       01 WS-ARG-VALUE PIC X(18).
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       01 WS-ASOF-DATE PIC 9(8) VALUE 0.
       01 WS-USER-ID PIC X(12).
       01 WS-NOW-STAMP PIC X(17).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "ResRebuild".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
      ***** The archive walk covers the 240 months up to this one,
      ***** the same reach LedgerReport's month guard allows.
       01 WS-WALK-MONTH PIC 9(6).
       01 WS-WALK-MONTH-X REDEFINES WS-WALK-MONTH.
           05 WS-WALK-YY PIC 9(4).
           05 WS-WALK-MM PIC 9(2).
       01 WS-WALK-START PIC 9(6).
       01 WS-MONTH-INDEX PIC 9(6).
       01 WS-MONTH-GUARD PIC 9(3).
       01 WS-WALK-DATE PIC 9(8).
       01 WS-ARCH-REC-COUNT PIC 9(6).
       01 WS-ARCH-TRAILER PIC 9(6).
       01 WS-ARCH-TRAILER-SEEN PIC X(1).
       01 WS-ARCH-LOADED PIC 9(6).
       01 WS-BUILD-CLEAN PIC X(1) VALUE 'Y'.
       01 WS-SCAN-LINE PIC X(300).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-STAMP-X REDEFINES WS-ENTRY-STAMP.
           05 WS-ENTRY-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-ENTRY-TIME PIC 9(8).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-TAIL PIC X(200).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-ENTRY-ELAPSED PIC X(20).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-ENTRY-RUNID PIC X(17).
       01 WS-ENTRY-VERSION PIC X(2).
       01 WS-ENTRY-REUSED PIC X(17).
       01 WS-FIELD-HEAD PIC X(300).
       01 WS-FIELD-TAIL PIC X(300).
       01 WS-ARCHIVES-READ PIC 9(4) VALUE 0.
       01 WS-PURGE-ARCHIVES-READ PIC 9(4) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(6) VALUE 0.
       01 WS-LATER-COUNT PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(6) VALUE 0.
       01 WS-PURGE-ABSENT-COUNT PIC 9(6) VALUE 0.
       01 WS-REBUILT-COUNT PIC 9(6) VALUE 0.
       01 WS-LIVE-READABLE PIC X(1) VALUE 'Y'.
       01 WS-LIVE-COUNT PIC 9(6) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(6) VALUE 0.
       01 WS-ONLY-REBUILD-COUNT PIC 9(6) VALUE 0.
       01 WS-ONLY-LIVE-COUNT PIC 9(6) VALUE 0.
       01 WS-DIFFER-COUNT PIC 9(6) VALUE 0.
       01 WS-SAVED-COUNT PIC 9(6) VALUE 0.
       01 WS-COPIED-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH.
               10 WS-RUN-YEAR PIC 9(4).
               10 WS-RUN-MON PIC 9(2).
           05 FILLER PIC 9(2).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(160).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM A10-CaptureUser
           PERFORM A20-ResolvePaths
           IF WS-MODE = "SWAP"
             PERFORM A15-CheckRestoreAuth
             PERFORM E00-SwapMaster
             PERFORM A99-ReportElapsedTime
             GOBACK
           END-IF
           OPEN OUTPUT REBUILD-FILE
           IF WS-REBUILD-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open rebuild file "
               FUNCTION TRIM(WS-REBUILD-PATH)
               " (status " WS-REBUILD-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
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
           PERFORM B00-ReplayArchives
           PERFORM B20-ReplayLiveLedger
           CLOSE REBUILD-FILE
           PERFORM C00-ApplyPurges
           PERFORM D00-CompareMasters
           PERFORM D80-WriteSummary
           IF WS-BUILD-CLEAN = 'Y'
             PERFORM D90-WriteControl
           ELSE
             MOVE WS-CTL-PATH TO WS-DELETE-NAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           END-IF
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM A99-ReportElapsedTime
           IF WS-BUILD-CLEAN = 'N'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-LIVE-READABLE = 'N'
               MOVE 4 TO RETURN-CODE
             END-IF
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
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-RUN-DATE "-" WS-RUN-TIME
             DELIMITED BY SIZE INTO WS-NOW-STAMP
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
      ***** BUILD needs an as-of date: a real calendar date, checked
      ***** through ParmCheck and DateCalc, and not in the future.
      ***** SWAP takes no date - it swaps whatever the last clean
      ***** BUILD left.
       A05-GetParameters.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-MODE
           IF WS-MODE NOT = "BUILD" AND WS-MODE NOT = "SWAP"
             DISPLAY "ABEND: usage: resrebuild BUILD <as-of-yyyymmdd>"
               " | resrebuild SWAP"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-MODE = "SWAP"
             DISPLAY "Swapping the rebuilt results master into place"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE WS-ARG-VALUE TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           MOVE 'N' TO EUDATE-OK
           IF WS-PC-OK = 'Y' AND WS-PC-NUMBER >= 19000101
             AND WS-PC-NUMBER <= 99991231
             MOVE WS-PC-NUMBER TO WS-ASOF-DATE
             MOVE 'W' TO EUDATE-MODE
             MOVE WS-ASOF-DATE TO EUDATE-DATE1
             CALL "DateCalc" USING EUDATE-PARMS
           END-IF
           IF EUDATE-OK NOT = 'Y'
             DISPLAY "ABEND: AS-OF-DATE '"
               FUNCTION TRIM(WS-ARG-VALUE)
               "' is not a date of the form YYYYMMDD"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-ASOF-DATE > WS-RUN-DATE
             DISPLAY "ABEND: AS-OF-DATE " WS-ASOF-DATE
               " is after today " WS-RUN-DATE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "Rebuilding the results master as of "
             WS-ASOF-DATE
           .
      ***** The builder and swapper identity is the same USER /
      ***** LOGNAME reading LedgerWriter makes.
       A10-CaptureUser.
           MOVE SPACES TO WS-USER-ID
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-USER-ID = SPACES
             ACCEPT WS-USER-ID FROM ENVIRONMENT "LOGNAME"
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           IF WS-USER-ID = SPACES
             MOVE "UNKNOWN" TO WS-USER-ID
           END-IF
           .
      ***** A SWAP copies over the live master, so it is gated on the
      ***** restore permission in the user-profile file (see
      ***** userauth.cbl) exactly as an EulerBack RESTORE is; the
      ***** refusal itself is displayed and logged by UserAuth.
       A15-CheckRestoreAuth.
           MOVE 'R' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
             WS-UA-USER WS-UA-ALLOWED
           IF WS-UA-ALLOWED = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** The live ledger and the master resolve through PathName
      ***** the way LedgerWriter and ResPurge resolve them; the
      ***** rebuild and its control record sit beside the master.
       A20-ResolvePaths.
           MOVE "project-euler/euler.ledger" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-LEDGER-PATH
           MOVE "project-euler/euler.results" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-RESULT-PATH
           MOVE SPACES TO WS-REBUILD-PATH
           STRING FUNCTION TRIM(WS-RESULT-PATH) ".rebuild"
             DELIMITED BY SIZE INTO WS-REBUILD-PATH
           MOVE SPACES TO WS-CTL-PATH
           STRING FUNCTION TRIM(WS-RESULT-PATH) ".rebuild.ctl"
             DELIMITED BY SIZE INTO WS-CTL-PATH
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
      ***** instead of hand-formatting a title block here.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "ResRebuild" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Results Master Rebuild as of " WS-ASOF-DATE
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
           STRING "Rebuild: " FUNCTION TRIM(WS-REBUILD-PATH)
             "   live master: " FUNCTION TRIM(WS-RESULT-PATH)
             "   built by: " FUNCTION TRIM(WS-USER-ID)
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
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
      ***** Writes one detail line through the shared formatter's
      ***** page accounting: mode 'P' counts the line and hands back
      ***** a page-break block whenever a new page starts, which is
      ***** written ahead of the line itself.
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
      ***** Walks the 240 months up to and including this one,
      ***** oldest first, replaying each month's euler.ledger.YYYYMM
      ***** archive where one exists. The walk runs to the current
      ***** month rather than the as-of month so that a run caught
      ***** in a late rollover is still found; the as-of filter is
      ***** applied line by line.
       B00-ReplayArchives.
           MOVE SPACES TO RPT-LINE
           MOVE "Ledger archives replayed:" TO RPT-LINE
           PERFORM C90-EmitLine
           COMPUTE WS-MONTH-INDEX = WS-RUN-YEAR * 12
             + WS-RUN-MON - 1 - 239
           COMPUTE WS-WALK-YY = WS-MONTH-INDEX / 12
           COMPUTE WS-WALK-MM = FUNCTION MOD(WS-MONTH-INDEX, 12) + 1
           MOVE WS-WALK-MONTH TO WS-WALK-START
           MOVE 0 TO WS-MONTH-GUARD
           PERFORM UNTIL WS-WALK-MONTH > WS-RUN-MONTH
             OR WS-MONTH-GUARD >= 240
             PERFORM B10-ReplayOneArchive
             ADD 1 TO WS-MONTH-GUARD
             IF WS-WALK-MM = 12
               ADD 1 TO WS-WALK-YY
               MOVE 1 TO WS-WALK-MM
             ELSE
               ADD 1 TO WS-WALK-MM
             END-IF
           END-PERFORM
           IF WS-ARCHIVES-READ = 0
             MOVE SPACES TO RPT-LINE
             MOVE "  (none)" TO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           .
      ***** One archive: every line but the trailer is offered to the
      ***** rebuild, and the closing TRAILER RECORDS= count
      ***** LedgerMonth wrote is checked against the lines actually
      ***** read. A short or trailerless archive makes the build
      ***** unswappable.
       B10-ReplayOneArchive.
           MOVE SPACES TO WS-ARCH-NAME
           STRING "project-euler/euler.ledger." WS-WALK-MONTH
             DELIMITED BY SIZE INTO WS-ARCH-NAME
           MOVE 'N' TO EOF-ARCH-FILE
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCHIVES-READ
           MOVE 0 TO WS-ARCH-REC-COUNT
           MOVE 0 TO WS-ARCH-TRAILER
           MOVE 0 TO WS-ARCH-LOADED
           MOVE 'N' TO WS-ARCH-TRAILER-SEEN
           PERFORM WITH TEST AFTER UNTIL EOF-ARCH-FILE = 'Y'
             READ ARCH-FILE
               AT END MOVE 'Y' TO EOF-ARCH-FILE
               NOT AT END
                 IF ARCH-LINE(1:16) = "TRAILER RECORDS="
                   MOVE 'Y' TO WS-ARCH-TRAILER-SEEN
                   COMPUTE WS-ARCH-TRAILER =
                     FUNCTION NUMVAL(ARCH-LINE(17:10))
                 ELSE
                   ADD 1 TO WS-ARCH-REC-COUNT
                   MOVE ARCH-LINE TO WS-SCAN-LINE
                   PERFORM B30-LoadEntry
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           PERFORM B15-ReportArchive
           .
       B15-ReportArchive.
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-ARCH-NAME(1:60) " records "
             WS-ARCH-REC-COUNT " trailer " WS-ARCH-TRAILER
             " loaded " WS-ARCH-LOADED
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           IF WS-ARCH-TRAILER-SEEN = 'N'
             OR WS-ARCH-REC-COUNT NOT = WS-ARCH-TRAILER
             MOVE 'N' TO WS-BUILD-CLEAN
             MOVE SPACES TO RPT-LINE
             STRING "  WARNING: " FUNCTION TRIM(WS-ARCH-NAME)
               " does not agree with its trailer; this rebuild "
               "cannot be swapped in"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           .
      ***** The live ledger carries no trailer; a missing one is
      ***** simply a month with no runs yet.
       B20-ReplayLiveLedger.
           MOVE 'N' TO EOF-LEDGER-FILE
           MOVE 0 TO WS-ARCH-LOADED
           MOVE 0 TO WS-ARCH-REC-COUNT
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             MOVE SPACES TO RPT-LINE
             STRING "  " FUNCTION TRIM(WS-LEDGER-PATH)
               " not readable (status " WS-LEDGER-STATUS-CD ")"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-LEDGER-FILE = 'Y'
             READ LEDGER-FILE
               AT END MOVE 'Y' TO EOF-LEDGER-FILE
               NOT AT END
                 ADD 1 TO WS-ARCH-REC-COUNT
                 MOVE LEDGER-LINE TO WS-SCAN-LINE
                 PERFORM B30-LoadEntry
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-LEDGER-PATH(1:60) " records "
             WS-ARCH-REC-COUNT " (live)          loaded "
             WS-ARCH-LOADED
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
      ***** Parses a ledger line exactly as ResultLoad does - split
      ***** on "answer=", the answer and any elapsed figure from the
      ***** tail, program / date-time / parameters from the head on
      ***** LedgerWriter's double spaces - and writes it to the
      ***** rebuild when it is dated on or before the as-of date. A
      ***** key already loaded (two runs inside the same hundredth
      ***** of a second) is counted and skipped.
       B30-LoadEntry.
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-ENTRY-STAMP
           MOVE SPACES TO WS-ENTRY-PARMS
           MOVE SPACES TO WS-ENTRY-TAIL
           MOVE SPACES TO WS-ENTRY-ANSWER
           MOVE SPACES TO WS-ENTRY-ELAPSED
           UNSTRING WS-SCAN-LINE DELIMITED BY "answer="
             INTO WS-PARSE-HEAD WS-ENTRY-TAIL
           UNSTRING WS-ENTRY-TAIL
             DELIMITED BY "  elapsed=" OR "  runid=" OR " "
             INTO WS-ENTRY-ANSWER WS-ENTRY-ELAPSED
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-ENTRY-STAMP(10:8) IS NOT NUMERIC
             OR WS-ENTRY-ANSWER = SPACES
             ADD 1 TO WS-SKIPPED-COUNT
             EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-DATE > WS-ASOF-DATE
             ADD 1 TO WS-LATER-COUNT
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-PROGRAM TO RBLD-PROGRAM
           MOVE WS-ENTRY-DATE TO RBLD-RUN-DATE
           MOVE WS-ENTRY-TIME TO RBLD-RUN-TIME
           MOVE WS-ENTRY-PARMS TO RBLD-PARMS
           MOVE WS-ENTRY-ANSWER TO RBLD-ANSWER-TEXT
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRY-ANSWER)) > 20
             MOVE 0 TO RBLD-ANSWER
           ELSE
             COMPUTE RBLD-ANSWER =
               FUNCTION NUMVAL(WS-ENTRY-ANSWER)
           END-IF
           IF WS-ENTRY-ELAPSED = SPACES
             MOVE 0 TO RBLD-ELAPSED-HSEC
           ELSE
             COMPUTE RBLD-ELAPSED-HSEC =
               FUNCTION NUMVAL(WS-ENTRY-ELAPSED)
           END-IF
           PERFORM B32-TakeRunFields
           MOVE WS-ENTRY-RUNID TO RBLD-RUN-ID
           MOVE WS-ENTRY-VERSION TO RBLD-VERSION
           MOVE WS-ENTRY-REUSED TO RBLD-REUSED-FROM
           WRITE REBUILD-RECORD
           IF WS-REBUILD-STATUS-CD = "00"
             ADD 1 TO WS-LOADED-COUNT
             ADD 1 TO WS-ARCH-LOADED
           ELSE
             IF WS-REBUILD-STATUS-CD = "22"
               ADD 1 TO WS-DUP-COUNT
             ELSE
               DISPLAY "ABEND: write to rebuild file failed "
                 "(status " WS-REBUILD-STATUS-CD ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           .
      ***** The run ID, program version and reused= marker that
      ***** trail the answer on lines written since the ledger has
      ***** carried them; an older line leaves all three blank.
       B32-TakeRunFields.
           MOVE SPACES TO WS-ENTRY-RUNID
           MOVE SPACES TO WS-ENTRY-VERSION
           MOVE SPACES TO WS-ENTRY-REUSED
           MOVE SPACES TO WS-FIELD-HEAD
           MOVE SPACES TO WS-FIELD-TAIL
           UNSTRING WS-SCAN-LINE DELIMITED BY "  runid="
             INTO WS-FIELD-HEAD WS-FIELD-TAIL
           MOVE WS-FIELD-TAIL(1:17) TO WS-ENTRY-RUNID
           MOVE SPACES TO WS-FIELD-TAIL
           UNSTRING WS-SCAN-LINE DELIMITED BY "  version="
             INTO WS-FIELD-HEAD WS-FIELD-TAIL
           IF WS-FIELD-TAIL(1:2) IS NUMERIC
             MOVE WS-FIELD-TAIL(1:2) TO WS-ENTRY-VERSION
           END-IF
           MOVE SPACES TO WS-FIELD-TAIL
           UNSTRING WS-SCAN-LINE DELIMITED BY "  reused="
             INTO WS-FIELD-HEAD WS-FIELD-TAIL
           MOVE WS-FIELD-TAIL(1:17) TO WS-ENTRY-REUSED
           .
      ***** Every ResPurge run dated on or before the as-of date took
      ***** its archived records out of the master, so they come
      ***** back out of the rebuild. The purge archives carry only
      ***** their run date in their name, so every calendar day from
      ***** the start of the archive walk to the as-of date is tried
      ***** in turn through DateCalc.
       C00-ApplyPurges.
           OPEN I-O REBUILD-FILE
           IF WS-REBUILD-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot reopen rebuild file "
               FUNCTION TRIM(WS-REBUILD-PATH)
               " (status " WS-REBUILD-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "Purge archives applied:" TO RPT-LINE
           PERFORM C90-EmitLine
           COMPUTE WS-WALK-DATE = WS-WALK-START * 100 + 1
           PERFORM UNTIL WS-WALK-DATE > WS-ASOF-DATE
             PERFORM C10-ApplyOnePurgeArchive
             MOVE 'A' TO EUDATE-MODE
             MOVE WS-WALK-DATE TO EUDATE-DATE1
             MOVE 1 TO EUDATE-DAYS
             CALL "DateCalc" USING EUDATE-PARMS
             IF EUDATE-OK = 'Y'
               MOVE EUDATE-RESULT TO WS-WALK-DATE
             ELSE
               MOVE 99999999 TO WS-WALK-DATE
             END-IF
           END-PERFORM
           IF WS-PURGE-ARCHIVES-READ = 0
             MOVE SPACES TO RPT-LINE
             MOVE "  (none)" TO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           CLOSE REBUILD-FILE
           .
      ***** A purge archive line holds the key in fixed columns -
      ***** program 1-12, run date 14-21, run time 23-30 - the
      ***** layout ResPurge writes. Its TRAILER count is checked the
      ***** same way a ledger archive's is.
       C10-ApplyOnePurgeArchive.
           MOVE SPACES TO WS-ARCH-NAME
           STRING FUNCTION TRIM(WS-RESULT-PATH) ".purged."
             WS-WALK-DATE
             DELIMITED BY SIZE INTO WS-ARCH-NAME
           MOVE 'N' TO EOF-ARCH-FILE
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PURGE-ARCHIVES-READ
           MOVE 0 TO WS-ARCH-REC-COUNT
           MOVE 0 TO WS-ARCH-TRAILER
           MOVE 0 TO WS-ARCH-LOADED
           MOVE 'N' TO WS-ARCH-TRAILER-SEEN
           PERFORM WITH TEST AFTER UNTIL EOF-ARCH-FILE = 'Y'
             READ ARCH-FILE
               AT END MOVE 'Y' TO EOF-ARCH-FILE
               NOT AT END
                 IF ARCH-LINE(1:16) = "TRAILER RECORDS="
                   MOVE 'Y' TO WS-ARCH-TRAILER-SEEN
                   COMPUTE WS-ARCH-TRAILER =
                     FUNCTION NUMVAL(ARCH-LINE(17:10))
                 ELSE
                   ADD 1 TO WS-ARCH-REC-COUNT
                   PERFORM C15-DropPurgedKey
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-ARCH-NAME(1:60) " records "
             WS-ARCH-REC-COUNT " trailer " WS-ARCH-TRAILER
             " removed " WS-ARCH-LOADED
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           IF WS-ARCH-TRAILER-SEEN = 'N'
             OR WS-ARCH-REC-COUNT NOT = WS-ARCH-TRAILER
             MOVE 'N' TO WS-BUILD-CLEAN
             MOVE SPACES TO RPT-LINE
             STRING "  WARNING: " FUNCTION TRIM(WS-ARCH-NAME)
               " does not agree with its trailer; this rebuild "
               "cannot be swapped in"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           .
      ***** A purged key the replay never loaded (its ledger line
      ***** was unparseable, or its archive is gone) is only
      ***** counted.
       C15-DropPurgedKey.
           IF ARCH-LINE(14:8) IS NOT NUMERIC
             OR ARCH-LINE(23:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE ARCH-LINE(1:12) TO RBLD-PROGRAM
           MOVE ARCH-LINE(14:8) TO RBLD-RUN-DATE
           MOVE ARCH-LINE(23:8) TO RBLD-RUN-TIME
           DELETE REBUILD-FILE RECORD
             INVALID KEY
               ADD 1 TO WS-PURGE-ABSENT-COUNT
             NOT INVALID KEY
               ADD 1 TO WS-PURGED-COUNT
               ADD 1 TO WS-ARCH-LOADED
           END-DELETE
           .
      ***** Walks the rebuild and the live master side by side in key
      ***** order. A live master that cannot be opened is reported
      ***** and the comparison skipped - a damaged master is the
      ***** usual reason for a rebuild - but the rebuild is still
      ***** counted for the control record.
       D00-CompareMasters.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "Comparison with the live master:" TO RPT-LINE
           PERFORM C90-EmitLine
           OPEN INPUT REBUILD-FILE
           IF WS-REBUILD-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot reopen rebuild file "
               FUNCTION TRIM(WS-REBUILD-PATH)
               " (status " WS-REBUILD-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'N' TO EOF-REBUILD-FILE
           MOVE LOW-VALUES TO RBLD-KEY
           START REBUILD-FILE KEY >= RBLD-KEY
             INVALID KEY MOVE 'Y' TO EOF-REBUILD-FILE
           END-START
           PERFORM D15-ReadRebuild
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS-CD NOT = "00"
             MOVE 'N' TO WS-LIVE-READABLE
             MOVE SPACES TO RPT-LINE
             STRING "  WARNING: live master "
               FUNCTION TRIM(WS-RESULT-PATH)
               " not readable (status " WS-RESULT-STATUS-CD
               "); comparison skipped"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             PERFORM UNTIL EOF-REBUILD-FILE = 'Y'
               PERFORM D15-ReadRebuild
             END-PERFORM
             CLOSE REBUILD-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-RESULT-FILE
           MOVE LOW-VALUES TO RESULT-KEY
           START RESULT-FILE KEY >= RESULT-KEY
             INVALID KEY MOVE 'Y' TO EOF-RESULT-FILE
           END-START
           PERFORM D10-ReadLive
           PERFORM UNTIL EOF-REBUILD-FILE = 'Y'
             AND EOF-RESULT-FILE = 'Y'
             EVALUATE TRUE
               WHEN EOF-RESULT-FILE = 'Y'
                 PERFORM D20-ListOnlyRebuild
                 PERFORM D15-ReadRebuild
               WHEN EOF-REBUILD-FILE = 'Y'
                 PERFORM D25-ListOnlyLive
                 PERFORM D10-ReadLive
               WHEN RBLD-KEY < RESULT-KEY
                 PERFORM D20-ListOnlyRebuild
                 PERFORM D15-ReadRebuild
               WHEN RBLD-KEY > RESULT-KEY
                 PERFORM D25-ListOnlyLive
                 PERFORM D10-ReadLive
               WHEN OTHER
                 PERFORM D30-CheckDiffer
                 PERFORM D15-ReadRebuild
                 PERFORM D10-ReadLive
             END-EVALUATE
           END-PERFORM
           CLOSE RESULT-FILE
           CLOSE REBUILD-FILE
           .
       D10-ReadLive.
           IF EOF-RESULT-FILE = 'Y'
             EXIT PARAGRAPH
           END-IF
           READ RESULT-FILE NEXT RECORD
             AT END MOVE 'Y' TO EOF-RESULT-FILE
             NOT AT END ADD 1 TO WS-LIVE-COUNT
           END-READ
           .
       D15-ReadRebuild.
           IF EOF-REBUILD-FILE = 'Y'
             EXIT PARAGRAPH
           END-IF
           READ REBUILD-FILE NEXT RECORD
             AT END MOVE 'Y' TO EOF-REBUILD-FILE
             NOT AT END ADD 1 TO WS-REBUILT-COUNT
           END-READ
           .
       D20-ListOnlyRebuild.
           ADD 1 TO WS-ONLY-REBUILD-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  ONLY-REBUILD " RBLD-PROGRAM " " RBLD-RUN-DATE
             "-" RBLD-RUN-TIME "  answer="
             FUNCTION TRIM(RBLD-ANSWER-TEXT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           .
       D25-ListOnlyLive.
           ADD 1 TO WS-ONLY-LIVE-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  ONLY-LIVE    " RESULT-PROGRAM " "
             RESULT-RUN-DATE "-" RESULT-RUN-TIME "  answer="
             FUNCTION TRIM(RESULT-ANSWER-TEXT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           .
       D30-CheckDiffer.
           IF RBLD-PARMS = RESULT-PARMS
             AND RBLD-ANSWER-TEXT = RESULT-ANSWER-TEXT
             AND RBLD-ELAPSED-HSEC = RESULT-ELAPSED-HSEC
             ADD 1 TO WS-MATCH-COUNT
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIFFER-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  DIFFERS      " RBLD-PROGRAM " " RBLD-RUN-DATE
             "-" RBLD-RUN-TIME "  live answer="
             FUNCTION TRIM(RESULT-ANSWER-TEXT)
             " elapsed=" RESULT-ELAPSED-HSEC
             "  rebuild answer="
             FUNCTION TRIM(RBLD-ANSWER-TEXT)
             " elapsed=" RBLD-ELAPSED-HSEC
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           IF RBLD-PARMS NOT = RESULT-PARMS
             MOVE SPACES TO RPT-LINE
             STRING "               live parms="
               FUNCTION TRIM(RESULT-PARMS)
               "  rebuild parms=" FUNCTION TRIM(RBLD-PARMS)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           .
       D80-WriteSummary.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Ledger archives: " WS-ARCHIVES-READ
             "  purge archives: " WS-PURGE-ARCHIVES-READ
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Runs loaded: " WS-LOADED-COUNT
             "  after the as-of date: " WS-LATER-COUNT
             "  duplicate keys: " WS-DUP-COUNT
             "  unparseable: " WS-SKIPPED-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Removed as purged: " WS-PURGED-COUNT
             "  purged keys never loaded: " WS-PURGE-ABSENT-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Rebuild records: " WS-REBUILT-COUNT
             "  live records: " WS-LIVE-COUNT
             "  matching: " WS-MATCH-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Only in rebuild: " WS-ONLY-REBUILD-COUNT
             "  only in live: " WS-ONLY-LIVE-COUNT
             "  differing: " WS-DIFFER-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           IF WS-BUILD-CLEAN = 'Y'
             STRING "Build is clean; resrebuild SWAP will replace "
               "the live master with it"
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "Build is NOT clean (archive trailer mismatch); "
               "it cannot be swapped in"
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM C90-EmitLine
           .
      ***** The control record is what SWAP trusts: which date was
      ***** rebuilt, how many records, by whom, and the report that
      ***** was produced to be read before anyone swaps.
       D90-WriteControl.
           OPEN OUTPUT CTL-FILE
           IF WS-CTL-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot write rebuild control record "
               FUNCTION TRIM(WS-CTL-PATH) " (status "
               WS-CTL-STATUS-CD "); SWAP will refuse this build"
             MOVE 'N' TO WS-BUILD-CLEAN
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CTL-RECORD
           MOVE WS-ASOF-DATE TO CTL-ASOF
           MOVE WS-NOW-STAMP TO CTL-BUILT
           MOVE WS-USER-ID TO CTL-USER
           MOVE WS-REBUILT-COUNT TO CTL-RECORDS
           MOVE WS-RPT-FILENAME TO CTL-REPORT
           WRITE CTL-RECORD
           CLOSE CTL-FILE
           .
      ***** The swap: read the control record, prove the rebuild
      ***** still holds the records it recorded, save the live
      ***** master, copy the rebuild over it, journal the change and
      ***** retire the control record.
       E00-SwapMaster.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS-CD NOT = "00"
             DISPLAY "ABEND: no clean rebuild to swap in ("
               FUNCTION TRIM(WS-CTL-PATH) " status "
               WS-CTL-STATUS-CD "); run resrebuild BUILD first"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           READ CTL-FILE
             AT END MOVE SPACES TO CTL-RECORD
           END-READ
           CLOSE CTL-FILE
           IF CTL-RECORDS IS NOT NUMERIC OR CTL-ASOF IS NOT NUMERIC
             DISPLAY "ABEND: rebuild control record "
               FUNCTION TRIM(WS-CTL-PATH) " is unreadable"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM E10-CountRebuild
           IF WS-REBUILT-COUNT NOT = CTL-RECORDS
             DISPLAY "ABEND: rebuild holds " WS-REBUILT-COUNT
               " records but was built with " CTL-RECORDS
               "; run resrebuild BUILD again"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "Rebuild as of " CTL-ASOF " built "
             CTL-BUILT " by " FUNCTION TRIM(CTL-USER)
             " (" CTL-RECORDS " records)"
           DISPLAY "Compared in " FUNCTION TRIM(CTL-REPORT)
           PERFORM E20-SaveLiveMaster
           PERFORM E30-CopyRebuild
           PERFORM E40-JournalSwap
           MOVE WS-CTL-PATH TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           DISPLAY "Live master " FUNCTION TRIM(WS-RESULT-PATH)
             " replaced: " WS-COPIED-COUNT " records as of "
             CTL-ASOF
           .
       E10-CountRebuild.
           OPEN INPUT REBUILD-FILE
           IF WS-REBUILD-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open rebuild file "
               FUNCTION TRIM(WS-REBUILD-PATH)
               " (status " WS-REBUILD-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'N' TO EOF-REBUILD-FILE
           MOVE LOW-VALUES TO RBLD-KEY
           START REBUILD-FILE KEY >= RBLD-KEY
             INVALID KEY MOVE 'Y' TO EOF-REBUILD-FILE
           END-START
           PERFORM UNTIL EOF-REBUILD-FILE = 'Y'
             PERFORM D15-ReadRebuild
           END-PERFORM
           CLOSE REBUILD-FILE
           .
      ***** The outgoing master is kept as a text archive in
      ***** ResPurge's layout with a TRAILER count, so the swap can
      ***** be undone by eye or by a loader. A master too damaged to
      ***** open has nothing to save; that is said and the swap
      ***** goes ahead, since replacing it is the point.
       E20-SaveLiveMaster.
           MOVE SPACES TO WS-ARCH-NAME
           STRING FUNCTION TRIM(WS-RESULT-PATH) ".preswap."
             WS-RUN-DATE
             DELIMITED BY SIZE INTO WS-ARCH-NAME
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS-CD NOT = "00"
             DISPLAY "WARNING: live master "
               FUNCTION TRIM(WS-RESULT-PATH) " not readable (status "
               WS-RESULT-STATUS-CD "); nothing saved before the swap"
             MOVE "(none)" TO WS-ARCH-NAME
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCH-FILE
           IF WS-ARCH-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open pre-swap archive "
               FUNCTION TRIM(WS-ARCH-NAME)
               " (status " WS-ARCH-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'N' TO EOF-RESULT-FILE
           MOVE LOW-VALUES TO RESULT-KEY
           START RESULT-FILE KEY >= RESULT-KEY
             INVALID KEY MOVE 'Y' TO EOF-RESULT-FILE
           END-START
           PERFORM UNTIL EOF-RESULT-FILE = 'Y'
             READ RESULT-FILE NEXT RECORD
               AT END MOVE 'Y' TO EOF-RESULT-FILE
               NOT AT END PERFORM E25-SaveOneRecord
             END-READ
           END-PERFORM
           MOVE SPACES TO ARCH-LINE
           STRING "TRAILER RECORDS=" WS-SAVED-COUNT
             DELIMITED BY SIZE INTO ARCH-LINE
           WRITE ARCH-LINE
           CLOSE ARCH-FILE
           CLOSE RESULT-FILE
           DISPLAY "Saved " WS-SAVED-COUNT " live records to "
             FUNCTION TRIM(WS-ARCH-NAME)
           .
       E25-SaveOneRecord.
           MOVE SPACES TO ARCH-LINE
           STRING RESULT-PROGRAM " " RESULT-RUN-DATE "-"
             RESULT-RUN-TIME " " RESULT-PARMS " "
             RESULT-ANSWER " " RESULT-ELAPSED-HSEC " "
             RESULT-ANSWER-TEXT
             DELIMITED BY SIZE INTO ARCH-LINE
           WRITE ARCH-LINE
           ADD 1 TO WS-SAVED-COUNT
           .
       E30-CopyRebuild.
           OPEN OUTPUT RESULT-FILE
           IF WS-RESULT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open results master "
               FUNCTION TRIM(WS-RESULT-PATH)
               " (status " WS-RESULT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT REBUILD-FILE
           IF WS-REBUILD-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open rebuild file "
               FUNCTION TRIM(WS-REBUILD-PATH)
               " (status " WS-REBUILD-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'N' TO EOF-REBUILD-FILE
           MOVE LOW-VALUES TO RBLD-KEY
           START REBUILD-FILE KEY >= RBLD-KEY
             INVALID KEY MOVE 'Y' TO EOF-REBUILD-FILE
           END-START
           PERFORM UNTIL EOF-REBUILD-FILE = 'Y'
             READ REBUILD-FILE NEXT RECORD
               AT END MOVE 'Y' TO EOF-REBUILD-FILE
               NOT AT END
                 MOVE REBUILD-RECORD TO RESULT-RECORD
                 WRITE RESULT-RECORD
                 IF WS-RESULT-STATUS-CD NOT = "00"
                   DISPLAY "ABEND: write to results master failed "
                     "(status " WS-RESULT-STATUS-CD ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-COPIED-COUNT
             END-READ
           END-PERFORM
           CLOSE REBUILD-FILE
           CLOSE RESULT-FILE
           .
      ***** Every mutation goes to the shared change journal (see
      ***** chgjournal.cbl): before-image, after-image, mode, user,
      ***** timestamp.
       E40-JournalSwap.
           MOVE "project-euler/euler.results" TO WS-CJ-FILE
           MOVE "SWAP" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           STRING "records=" WS-SAVED-COUNT " saved to "
             FUNCTION TRIM(WS-ARCH-NAME)
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           STRING "records=" WS-COPIED-COUNT " rebuilt as of "
             CTL-ASOF " by " FUNCTION TRIM(CTL-USER)
             " report " FUNCTION TRIM(CTL-REPORT)
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** Writes a detail line to the report and the console.
       C90-EmitLine.
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** Exit
       END PROGRAM ResRebuild.
