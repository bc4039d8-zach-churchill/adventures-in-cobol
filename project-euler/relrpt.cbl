       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Program Reliability Report
      *
      *    Answers "which program is actually unreliable", which
      *    neither IncidentRpt (one day's incidents) nor LedgerReport
      *    (successful runs) can on its own: for each program over a
      *    range of months it sets the runs the ledger recorded
      *    against the ABENDs the incident file recorded and shows
      *        - runs (successful runs plus ABENDs - the ledger only
      *          ever holds the runs that finished) and failures,
      *          and the failure rate between them;
      *        - MTBF, the mean time between one failure and the
      *          next, in days (shown for two failures or more);
      *        - MTTR, the mean time from an ABEND to the next
      *          successful run of the same program with the same
      *          parameters, in hours, and how many ABENDs have no
      *          such run yet. Incidents carry their parameters only
      *          when the failing program was a checkpointed search
      *          (the "parms=" tag IncidentLog adds); any other ABEND
      *          is recovered by the program's next successful run,
      *          whatever its parameters;
      *        - the failing file and status that come up most often;
      *    then a month-by-month trend for every program that failed
      *    in the range, so one getting worse stands out: a month
      *    whose failure rate rose on the month before is marked, and
      *    a program whose latest month is worse than its earlier
      *    months together is flagged WORSENING in the table.
      *
      *    Input is the live ledger and incident file plus every
      *    euler.ledger.YYYYMM and euler.incidents.YYYYMM month-end
      *    archive the range touches (walked the way UtilRpt walks
      *    them, TRAILER counts verified), and the month after it,
      *    since ExcMonth archives the whole live incident file
      *    whatever its dates and a late failure's recovery may lie
      *    beyond the range; only records stamped inside the range
      *    are counted. StatMon's "heartbeat stale" and CkptManager's
      *    "version-stale" incidents are warnings about runs that
      *    went on, not ABENDs, and are left out.
      *
      *        relrpt [from-month] [to-month]
      *    months as YYYYMM, defaulting to the six months ending this
      *    one. Output goes to the console and
      *    project-euler/relrpt.rpt. RETURN-CODE 4 when an archive
      *    fails its trailer check or a table fills, 16 when the
      *    report cannot be opened or the range is not YYYYMM.
      *****************************************************************
       PROGRAM-ID. RelRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "project-euler/euler.ledger"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT INCIDENT-FILE
             ASSIGN TO "project-euler/euler.incidents"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INCIDENT-STATUS-CD.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO "project-euler/relrpt.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD INCIDENT-FILE.
       01 INCIDENT-LINE PIC X(300).
       FD ARCH-FILE.
       01 ARCH-LINE PIC X(300).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-INCIDENT-STATUS-CD PIC XX.
       01 WS-ARCH-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-LEDGER-FILE PIC X.
       01 EOF-INCIDENT-FILE PIC X.
       01 EOF-ARCH-FILE PIC X.
       01 WS-ARCH-NAME PIC X(40).
       01 WS-ARCH-KIND PIC X(1).
       01 WS-FROM-MONTH PIC 9(6).
       01 WS-TO-MONTH PIC 9(6).
       01 WS-LAST-SCAN-MONTH PIC 9(6).
       01 WS-ARCH-MONTH PIC 9(6).
       01 WS-ARCH-MONTH-X REDEFINES WS-ARCH-MONTH.
           05 WS-ARCH-YY PIC 9(4).
           05 WS-ARCH-MM PIC 9(2).
       01 WS-MONTH-GUARD PIC 9(3).
       01 WS-ARG-VALUE PIC X(8).
       01 WS-ARCH-REC-COUNT PIC 9(7).
       01 WS-ARCH-TRAILER PIC 9(7).
       01 WS-ARCH-TRAILER-SEEN PIC X(1).
       01 WS-SCAN-LINE PIC X(300).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-PARSE-PTR PIC 9(3).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-STAMP-X REDEFINES WS-ENTRY-STAMP.
           05 WS-ENTRY-MONTH PIC 9(6).
           05 WS-ENTRY-DAY PIC 9(2).
           05 FILLER PIC X(1).
           05 WS-ENTRY-HH PIC 9(2).
           05 WS-ENTRY-MI PIC 9(2).
           05 FILLER PIC X(4).
       01 WS-ENTRY-MINUTE PIC 9(11).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-ANSWER PIC X(20).
       01 WS-ENTRY-FILE PIC X(60).
       01 WS-ENTRY-STATUS PIC X(2).
       01 WS-ENTRY-MESSAGE PIC X(200).
       01 WS-PGM-COUNT PIC 9(2) VALUE 0.
       01 WS-PGM-TBL.
           05 WS-PGM-ENTRY OCCURS 60 TIMES.
               10 WS-PGM-NAME PIC X(12).
               10 WS-PGM-RUNS PIC 9(7).
               10 WS-PGM-FAILS PIC 9(5).
               10 WS-PGM-RECOVERED PIC 9(5).
               10 WS-PGM-TTR-MINS PIC 9(11).
               10 WS-PGM-FIRST-FAIL PIC 9(11).
               10 WS-PGM-LAST-FAIL PIC 9(11).
               10 WS-PGM-WORSE PIC X(1).
               10 WS-PGM-SHOWN PIC X(1).
       01 WS-PGM-IDX PIC 9(2).
       01 WS-PGM-FOUND PIC 9(2).
       01 WS-ABEND-COUNT PIC 9(4) VALUE 0.
       01 WS-ABEND-TBL.
           05 WS-ABEND-ENTRY OCCURS 1000 TIMES.
               10 WS-ABEND-PGM-IDX PIC 9(2).
               10 WS-ABEND-STAMP PIC X(17).
               10 WS-ABEND-MINUTE PIC 9(11).
               10 WS-ABEND-PARMS PIC X(60).
               10 WS-ABEND-REC-STAMP PIC X(17).
               10 WS-ABEND-REC-MINUTE PIC 9(11).
       01 WS-ABEND-IDX PIC 9(4).
       01 WS-PM-COUNT PIC 9(4) VALUE 0.
       01 WS-PM-TBL.
           05 WS-PM-ENTRY OCCURS 800 TIMES.
               10 WS-PM-PGM-IDX PIC 9(2).
               10 WS-PM-MONTH PIC 9(6).
               10 WS-PM-RUNS PIC 9(7).
               10 WS-PM-FAILS PIC 9(5).
       01 WS-PM-IDX PIC 9(4).
       01 WS-PM-FOUND PIC 9(4).
       01 WS-FF-COUNT PIC 9(3) VALUE 0.
       01 WS-FF-TBL.
           05 WS-FF-ENTRY OCCURS 300 TIMES.
               10 WS-FF-PGM-IDX PIC 9(2).
               10 WS-FF-FILE PIC X(60).
               10 WS-FF-STATUS PIC X(2).
               10 WS-FF-TIMES PIC 9(5).
       01 WS-FF-IDX PIC 9(3).
       01 WS-FF-BEST PIC 9(3).
       01 WS-TABLE-FULL PIC X(1) VALUE 'N'.
       01 WS-ADVISORY PIC X(1).
       01 WS-RUNS-ALL PIC 9(7).
       01 WS-RATE PIC 9(3)V9.
       01 WS-RATE-EDIT PIC ZZ9.9.
       01 WS-BEST-RATE PIC 9(3)V9.
       01 WS-PREV-RATE PIC 9(3)V9.
       01 WS-PREV-RUNS PIC 9(7).
       01 WS-EARLY-RUNS PIC 9(7).
       01 WS-EARLY-FAILS PIC 9(5).
       01 WS-LATE-RUNS PIC 9(7).
       01 WS-LATE-FAILS PIC 9(5).
       01 WS-LATE-RATE PIC 9(3)V9.
       01 WS-EARLY-RATE PIC 9(3)V9.
       01 WS-RUNS-EDIT PIC Z(6)9.
       01 WS-FAILS-EDIT PIC Z(4)9.
       01 WS-UNREC-EDIT PIC Z(4)9.
       01 WS-DAYS PIC 9(5)V9.
       01 WS-HOURS PIC 9(5)V9.
       01 WS-MEAN-EDIT PIC Z(4)9.9.
       01 WS-MTBF-TEXT PIC X(8).
       01 WS-MTTR-TEXT PIC X(8).
       01 WS-TOP-TEXT PIC X(50).
       01 WS-TIMES-EDIT PIC Z(4)9.
       01 WS-CHANGE PIC S9(3)V9.
       01 WS-CHANGE-EDIT PIC +++9.9.
       01 WS-MARK-TEXT PIC X(10).
       01 WS-TOTAL-RUNS PIC 9(7) VALUE 0.
       01 WS-TOTAL-FAILS PIC 9(5) VALUE 0.
       01 WS-TOTAL-UNREC PIC 9(5) VALUE 0.
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-PAGED-LINE PIC X(130).
       COPY EUTIME.
       COPY EUDATE.
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               "project-euler/relrpt.rpt (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           MOVE 'I' TO WS-ARCH-KIND
           PERFORM B00-ScanArchives
           PERFORM B20-ScanLiveIncidents
           MOVE 'L' TO WS-ARCH-KIND
           PERFORM B00-ScanArchives
           PERFORM B30-ScanLiveLedger
           PERFORM D00-WorkOutMeasures
           PERFORM E00-ProgramSection
           PERFORM E20-TrendSection
           IF WS-TABLE-FULL = 'Y'
             MOVE "WARNING: a program, month or ABEND table filled; "
               & "the figures above are short" TO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 4 TO WS-FINAL-RC
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
      ***** The month range comes off the command line as YYYYMM
      ***** values; with none supplied the report covers the six
      ***** months ending this one. The scan runs one month past
      ***** the range (see the header).
       A05-GetParameters.
           MOVE WS-RUN-DATE(1:6) TO WS-TO-MONTH
           MOVE WS-TO-MONTH TO WS-ARCH-MONTH
           PERFORM 5 TIMES
             IF WS-ARCH-MM = 1
               SUBTRACT 1 FROM WS-ARCH-YY
               MOVE 12 TO WS-ARCH-MM
             ELSE
               SUBTRACT 1 FROM WS-ARCH-MM
             END-IF
           END-PERFORM
           MOVE WS-ARCH-MONTH TO WS-FROM-MONTH
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
             IF WS-ARG-VALUE(1:6) IS NOT NUMERIC
               DISPLAY "ABEND: FROM month must be YYYYMM"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-ARG-VALUE(1:6) TO WS-FROM-MONTH
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
             IF WS-ARG-VALUE(1:6) IS NOT NUMERIC
               DISPLAY "ABEND: TO month must be YYYYMM"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-ARG-VALUE(1:6) TO WS-TO-MONTH
           END-IF
           MOVE WS-TO-MONTH TO WS-ARCH-MONTH
           PERFORM B05-NextMonth
           MOVE WS-ARCH-MONTH TO WS-LAST-SCAN-MONTH
           DISPLAY "Reliability for " WS-FROM-MONTH " thru "
             WS-TO-MONTH
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
      ***** instead of hand-formatting a title block here.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "RelRpt" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Program Reliability " WS-FROM-MONTH " thru "
             WS-TO-MONTH DELIMITED BY SIZE INTO EURPTFMT-TITLE
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
      ***** Walks every month of the range and the month after it,
      ***** oldest first, opening that month's incident or ledger
      ***** archive (WS-ARCH-KIND I or L) when one exists; the guard
      ***** keeps a mistyped range from walking for ever.
       B00-ScanArchives.
           MOVE WS-FROM-MONTH TO WS-ARCH-MONTH
           MOVE 0 TO WS-MONTH-GUARD
           PERFORM UNTIL WS-ARCH-MONTH > WS-LAST-SCAN-MONTH
             OR WS-MONTH-GUARD >= 240
             PERFORM B10-ScanOneArchive
             ADD 1 TO WS-MONTH-GUARD
             PERFORM B05-NextMonth
           END-PERFORM
           .
       B05-NextMonth.
           IF WS-ARCH-MM = 12
             ADD 1 TO WS-ARCH-YY
             MOVE 1 TO WS-ARCH-MM
           ELSE
             ADD 1 TO WS-ARCH-MM
           END-IF
           .
      ***** One archive: every line goes to the incident or ledger
      ***** tally, and the closing TRAILER RECORDS= count ExcMonth
      ***** or LedgerMonth wrote is verified against the records
      ***** actually read.
       B10-ScanOneArchive.
           MOVE SPACES TO WS-ARCH-NAME
           IF WS-ARCH-KIND = 'I'
             STRING "project-euler/euler.incidents." WS-ARCH-MONTH
               DELIMITED BY SIZE INTO WS-ARCH-NAME
           ELSE
             STRING "project-euler/euler.ledger." WS-ARCH-MONTH
               DELIMITED BY SIZE INTO WS-ARCH-NAME
           END-IF
           MOVE 'N' TO EOF-ARCH-FILE
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ARCH-REC-COUNT
           MOVE 0 TO WS-ARCH-TRAILER
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
                   IF WS-ARCH-KIND = 'I'
                     PERFORM C00-TallyIncident
                   ELSE
                     PERFORM C20-TallyRun
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           IF WS-ARCH-TRAILER-SEEN = 'N'
             OR WS-ARCH-REC-COUNT NOT = WS-ARCH-TRAILER
             MOVE SPACES TO RPT-LINE
             STRING "WARNING: archive "
               FUNCTION TRIM(WS-ARCH-NAME) " holds "
               WS-ARCH-REC-COUNT " records but its trailer says "
               WS-ARCH-TRAILER "; figures from it may be short"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 4 TO WS-FINAL-RC
           END-IF
           .
       B20-ScanLiveIncidents.
           MOVE 'N' TO EOF-INCIDENT-FILE
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-INCIDENT-FILE = 'Y'
             READ INCIDENT-FILE
               AT END MOVE 'Y' TO EOF-INCIDENT-FILE
               NOT AT END
                 MOVE INCIDENT-LINE TO WS-SCAN-LINE
                 PERFORM C00-TallyIncident
             END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           .
       B30-ScanLiveLedger.
           MOVE 'N' TO EOF-LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-LEDGER-FILE = 'Y'
             READ LEDGER-FILE
               AT END MOVE 'Y' TO EOF-LEDGER-FILE
               NOT AT END
                 MOVE LEDGER-LINE TO WS-SCAN-LINE
                 PERFORM C20-TallyRun
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
      ***** An incident record reads "program  stamp  file  status
      ***** message", then the runid=, parms= and disposition tags
      ***** as they apply (see incidentlog.cbl and incmaint.cbl).
      ***** Each ABEND inside the range is kept for the recovery
      ***** match and counted against its program, its month, and
      ***** its failing file and status.
       C00-TallyIncident.
           MOVE SPACES TO WS-ENTRY-PROGRAM WS-ENTRY-STAMP
             WS-ENTRY-FILE WS-ENTRY-STATUS WS-ENTRY-MESSAGE
             WS-ENTRY-PARMS
           MOVE 1 TO WS-PARSE-PTR
           UNSTRING WS-SCAN-LINE DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-FILE
               WS-ENTRY-STATUS
             WITH POINTER WS-PARSE-PTR
           END-UNSTRING
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-ENTRY-STAMP(10:4) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-MONTH < WS-FROM-MONTH
             OR WS-ENTRY-MONTH > WS-TO-MONTH
             EXIT PARAGRAPH
           END-IF
           IF WS-PARSE-PTR <= 300
             MOVE WS-SCAN-LINE(WS-PARSE-PTR:) TO WS-ENTRY-MESSAGE
           END-IF
           MOVE 'N' TO WS-ADVISORY
           IF WS-ENTRY-MESSAGE(1:15) = "heartbeat stale"
             OR WS-ENTRY-MESSAGE(1:13) = "version-stale"
             MOVE 'Y' TO WS-ADVISORY
           END-IF
           IF WS-ADVISORY = 'Y'
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TALLY
           INSPECT WS-SCAN-LINE TALLYING TALLY FOR ALL "  parms="
           IF TALLY > 0
             MOVE SPACES TO WS-PARSE-HEAD WS-PARSE-TAIL
             UNSTRING WS-SCAN-LINE DELIMITED BY "  parms="
               INTO WS-PARSE-HEAD WS-PARSE-TAIL
             END-UNSTRING
             UNSTRING WS-PARSE-TAIL DELIMITED BY "  "
               INTO WS-ENTRY-PARMS
             END-UNSTRING
           END-IF
           PERFORM C50-FindProgram
           IF WS-PGM-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-ABEND-COUNT >= 1000
             MOVE 'Y' TO WS-TABLE-FULL
             EXIT PARAGRAPH
           END-IF
           PERFORM C40-StampMinute
           ADD 1 TO WS-ABEND-COUNT
           MOVE WS-PGM-FOUND TO WS-ABEND-PGM-IDX(WS-ABEND-COUNT)
           MOVE WS-ENTRY-STAMP TO WS-ABEND-STAMP(WS-ABEND-COUNT)
           MOVE WS-ENTRY-MINUTE TO WS-ABEND-MINUTE(WS-ABEND-COUNT)
           MOVE WS-ENTRY-PARMS TO WS-ABEND-PARMS(WS-ABEND-COUNT)
           MOVE SPACES TO WS-ABEND-REC-STAMP(WS-ABEND-COUNT)
           MOVE 0 TO WS-ABEND-REC-MINUTE(WS-ABEND-COUNT)
           ADD 1 TO WS-PGM-FAILS(WS-PGM-FOUND)
           IF WS-PGM-FIRST-FAIL(WS-PGM-FOUND) = 0
             OR WS-ENTRY-MINUTE < WS-PGM-FIRST-FAIL(WS-PGM-FOUND)
             MOVE WS-ENTRY-MINUTE TO WS-PGM-FIRST-FAIL(WS-PGM-FOUND)
           END-IF
           IF WS-ENTRY-MINUTE > WS-PGM-LAST-FAIL(WS-PGM-FOUND)
             MOVE WS-ENTRY-MINUTE TO WS-PGM-LAST-FAIL(WS-PGM-FOUND)
           END-IF
           PERFORM C60-FindProgramMonth
           IF WS-PM-FOUND > 0
             ADD 1 TO WS-PM-FAILS(WS-PM-FOUND)
           END-IF
           PERFORM C70-TallyFailingFile
           .
      ***** A ledger line, split the way UtilRpt splits it. Every
      ***** successful run, in the range or after it, may be the
      ***** recovery of an earlier ABEND; only those inside the
      ***** range are counted as runs.
       C20-TallyRun.
           MOVE SPACES TO WS-PARSE-HEAD WS-PARSE-TAIL
             WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
           UNSTRING WS-SCAN-LINE DELIMITED BY "answer="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           END-UNSTRING
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
           END-UNSTRING
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-ENTRY-STAMP(10:4) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           PERFORM C40-StampMinute
           PERFORM C30-CheckRecovery
           IF WS-ENTRY-MONTH < WS-FROM-MONTH
             OR WS-ENTRY-MONTH > WS-TO-MONTH
             EXIT PARAGRAPH
           END-IF
           PERFORM C50-FindProgram
           IF WS-PGM-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PGM-RUNS(WS-PGM-FOUND)
           PERFORM C60-FindProgramMonth
           IF WS-PM-FOUND > 0
             ADD 1 TO WS-PM-RUNS(WS-PM-FOUND)
           END-IF
           .
      ***** This run recovers every earlier ABEND of its program -
      ***** with the same parameters, when the ABEND recorded them -
      ***** unless an earlier run already did. The archives are not
      ***** guaranteed to be in stamp order against the live file, so
      ***** the earliest qualifying run is kept, not the first seen.
       C30-CheckRecovery.
           PERFORM VARYING WS-ABEND-IDX FROM 1 BY 1
             UNTIL WS-ABEND-IDX > WS-ABEND-COUNT
             IF WS-PGM-NAME(WS-ABEND-PGM-IDX(WS-ABEND-IDX))
                 = WS-ENTRY-PROGRAM
               AND WS-ENTRY-STAMP > WS-ABEND-STAMP(WS-ABEND-IDX)
               AND (WS-ABEND-PARMS(WS-ABEND-IDX) = SPACES
                 OR WS-ABEND-PARMS(WS-ABEND-IDX) = WS-ENTRY-PARMS)
               AND (WS-ABEND-REC-STAMP(WS-ABEND-IDX) = SPACES
                 OR WS-ENTRY-STAMP < WS-ABEND-REC-STAMP(WS-ABEND-IDX))
               MOVE WS-ENTRY-STAMP TO WS-ABEND-REC-STAMP(WS-ABEND-IDX)
               MOVE WS-ENTRY-MINUTE
                 TO WS-ABEND-REC-MINUTE(WS-ABEND-IDX)
             END-IF
           END-PERFORM
           .
      ***** Minutes since day 1 of the calendar, so that two stamps
      ***** subtract to the minutes between them across month and
      ***** year ends.
       C40-StampMinute.
           COMPUTE WS-ENTRY-MINUTE =
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-ENTRY-STAMP(1:8))) * 1440
             + WS-ENTRY-HH * 60 + WS-ENTRY-MI
           .
       C50-FindProgram.
           MOVE 0 TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
             UNTIL WS-PGM-IDX > WS-PGM-COUNT
             IF WS-PGM-NAME(WS-PGM-IDX) = WS-ENTRY-PROGRAM
               MOVE WS-PGM-IDX TO WS-PGM-FOUND
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-PGM-COUNT >= 60
             MOVE 'Y' TO WS-TABLE-FULL
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PGM-COUNT
           MOVE WS-PGM-COUNT TO WS-PGM-FOUND
           INITIALIZE WS-PGM-ENTRY(WS-PGM-FOUND)
           MOVE WS-ENTRY-PROGRAM TO WS-PGM-NAME(WS-PGM-FOUND)
           MOVE 'N' TO WS-PGM-WORSE(WS-PGM-FOUND)
           MOVE 'N' TO WS-PGM-SHOWN(WS-PGM-FOUND)
           .
       C60-FindProgramMonth.
           MOVE 0 TO WS-PM-FOUND
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
             UNTIL WS-PM-IDX > WS-PM-COUNT
             IF WS-PM-PGM-IDX(WS-PM-IDX) = WS-PGM-FOUND
               AND WS-PM-MONTH(WS-PM-IDX) = WS-ENTRY-MONTH
               MOVE WS-PM-IDX TO WS-PM-FOUND
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-PM-COUNT >= 800
             MOVE 'Y' TO WS-TABLE-FULL
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PM-COUNT
           MOVE WS-PM-COUNT TO WS-PM-FOUND
           MOVE WS-PGM-FOUND TO WS-PM-PGM-IDX(WS-PM-FOUND)
           MOVE WS-ENTRY-MONTH TO WS-PM-MONTH(WS-PM-FOUND)
           MOVE 0 TO WS-PM-RUNS(WS-PM-FOUND)
           MOVE 0 TO WS-PM-FAILS(WS-PM-FOUND)
           .
       C70-TallyFailingFile.
           PERFORM VARYING WS-FF-IDX FROM 1 BY 1
             UNTIL WS-FF-IDX > WS-FF-COUNT
             IF WS-FF-PGM-IDX(WS-FF-IDX) = WS-PGM-FOUND
               AND WS-FF-FILE(WS-FF-IDX) = WS-ENTRY-FILE
               AND WS-FF-STATUS(WS-FF-IDX) = WS-ENTRY-STATUS
               ADD 1 TO WS-FF-TIMES(WS-FF-IDX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-FF-COUNT >= 300
             MOVE 'Y' TO WS-TABLE-FULL
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FF-COUNT
           MOVE WS-PGM-FOUND TO WS-FF-PGM-IDX(WS-FF-COUNT)
           MOVE WS-ENTRY-FILE TO WS-FF-FILE(WS-FF-COUNT)
           MOVE WS-ENTRY-STATUS TO WS-FF-STATUS(WS-FF-COUNT)
           MOVE 1 TO WS-FF-TIMES(WS-FF-COUNT)
           .
      ***** Recovery times are summed per program, and each
      ***** program's latest month with any runs is set against
      ***** its earlier months together to find the ones getting
      ***** worse.
       D00-WorkOutMeasures.
           PERFORM VARYING WS-ABEND-IDX FROM 1 BY 1
             UNTIL WS-ABEND-IDX > WS-ABEND-COUNT
             MOVE WS-ABEND-PGM-IDX(WS-ABEND-IDX) TO WS-PGM-IDX
             IF WS-ABEND-REC-STAMP(WS-ABEND-IDX) NOT = SPACES
               ADD 1 TO WS-PGM-RECOVERED(WS-PGM-IDX)
               COMPUTE WS-PGM-TTR-MINS(WS-PGM-IDX) =
                 WS-PGM-TTR-MINS(WS-PGM-IDX)
                 + WS-ABEND-REC-MINUTE(WS-ABEND-IDX)
                 - WS-ABEND-MINUTE(WS-ABEND-IDX)
             END-IF
           END-PERFORM
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
             UNTIL WS-PGM-IDX > WS-PGM-COUNT
             PERFORM D10-CheckWorsening
           END-PERFORM
           .
       D10-CheckWorsening.
           MOVE 0 TO WS-EARLY-RUNS WS-EARLY-FAILS
           MOVE 0 TO WS-LATE-RUNS WS-LATE-FAILS
           MOVE 0 TO WS-ENTRY-MONTH
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
             UNTIL WS-PM-IDX > WS-PM-COUNT
             IF WS-PM-PGM-IDX(WS-PM-IDX) = WS-PGM-IDX
               AND WS-PM-MONTH(WS-PM-IDX) > WS-ENTRY-MONTH
               MOVE WS-PM-MONTH(WS-PM-IDX) TO WS-ENTRY-MONTH
             END-IF
           END-PERFORM
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
             UNTIL WS-PM-IDX > WS-PM-COUNT
             IF WS-PM-PGM-IDX(WS-PM-IDX) = WS-PGM-IDX
               IF WS-PM-MONTH(WS-PM-IDX) = WS-ENTRY-MONTH
                 ADD WS-PM-RUNS(WS-PM-IDX) TO WS-LATE-RUNS
                 ADD WS-PM-FAILS(WS-PM-IDX) TO WS-LATE-FAILS
               ELSE
                 ADD WS-PM-RUNS(WS-PM-IDX) TO WS-EARLY-RUNS
                 ADD WS-PM-FAILS(WS-PM-IDX) TO WS-EARLY-FAILS
               END-IF
             END-IF
           END-PERFORM
           IF WS-LATE-FAILS = 0
             OR WS-EARLY-RUNS + WS-EARLY-FAILS = 0
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LATE-RATE ROUNDED = WS-LATE-FAILS * 100
             / (WS-LATE-RUNS + WS-LATE-FAILS)
           COMPUTE WS-EARLY-RATE ROUNDED = WS-EARLY-FAILS * 100
             / (WS-EARLY-RUNS + WS-EARLY-FAILS)
           IF WS-LATE-RATE > WS-EARLY-RATE
             MOVE 'Y' TO WS-PGM-WORSE(WS-PGM-IDX)
           END-IF
           .
      ***** The table, worst failure rate first, so the program the
      ***** question is about heads the list.
       E00-ProgramSection.
           MOVE "-- Reliability by program --" TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "  Program          Runs  Fails   Rate   MTBF(d)"
             "   MTTR(h)  Unrec  Most common failure (file/status)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM WS-PGM-COUNT TIMES
             PERFORM E05-PickWorst
             PERFORM E10-ProgramLine
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           MOVE WS-TOTAL-RUNS TO WS-RUNS-EDIT
           MOVE WS-TOTAL-FAILS TO WS-FAILS-EDIT
           MOVE WS-TOTAL-UNREC TO WS-UNREC-EDIT
           STRING "Total: " FUNCTION TRIM(WS-RUNS-EDIT) " runs, "
             FUNCTION TRIM(WS-FAILS-EDIT) " ABENDs, "
             FUNCTION TRIM(WS-UNREC-EDIT) " not yet recovered, "
             WS-PGM-COUNT " programs"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
       E05-PickWorst.
           MOVE 0 TO WS-PGM-FOUND
           MOVE 0 TO WS-BEST-RATE
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
             UNTIL WS-PGM-IDX > WS-PGM-COUNT
             IF WS-PGM-SHOWN(WS-PGM-IDX) = 'N'
               COMPUTE WS-RUNS-ALL = WS-PGM-RUNS(WS-PGM-IDX)
                 + WS-PGM-FAILS(WS-PGM-IDX)
               MOVE 0 TO WS-RATE
               IF WS-RUNS-ALL > 0
                 COMPUTE WS-RATE ROUNDED =
                   WS-PGM-FAILS(WS-PGM-IDX) * 100 / WS-RUNS-ALL
               END-IF
               IF WS-PGM-FOUND = 0 OR WS-RATE > WS-BEST-RATE
                 MOVE WS-PGM-IDX TO WS-PGM-FOUND
                 MOVE WS-RATE TO WS-BEST-RATE
               END-IF
             END-IF
           END-PERFORM
           MOVE 'Y' TO WS-PGM-SHOWN(WS-PGM-FOUND)
           .
       E10-ProgramLine.
           MOVE WS-PGM-FOUND TO WS-PGM-IDX
           COMPUTE WS-RUNS-ALL = WS-PGM-RUNS(WS-PGM-IDX)
             + WS-PGM-FAILS(WS-PGM-IDX)
           ADD WS-RUNS-ALL TO WS-TOTAL-RUNS
           ADD WS-PGM-FAILS(WS-PGM-IDX) TO WS-TOTAL-FAILS
           MOVE WS-RUNS-ALL TO WS-RUNS-EDIT
           MOVE WS-PGM-FAILS(WS-PGM-IDX) TO WS-FAILS-EDIT
           MOVE WS-BEST-RATE TO WS-RATE-EDIT
           MOVE "       -" TO WS-MTBF-TEXT
           IF WS-PGM-FAILS(WS-PGM-IDX) > 1
             COMPUTE WS-DAYS ROUNDED =
               (WS-PGM-LAST-FAIL(WS-PGM-IDX)
               - WS-PGM-FIRST-FAIL(WS-PGM-IDX))
               / (WS-PGM-FAILS(WS-PGM-IDX) - 1) / 1440
             MOVE WS-DAYS TO WS-MEAN-EDIT
             MOVE WS-MEAN-EDIT TO WS-MTBF-TEXT
           END-IF
           MOVE "       -" TO WS-MTTR-TEXT
           IF WS-PGM-RECOVERED(WS-PGM-IDX) > 0
             COMPUTE WS-HOURS ROUNDED =
               WS-PGM-TTR-MINS(WS-PGM-IDX)
               / WS-PGM-RECOVERED(WS-PGM-IDX) / 60
             MOVE WS-HOURS TO WS-MEAN-EDIT
             MOVE WS-MEAN-EDIT TO WS-MTTR-TEXT
           END-IF
           COMPUTE WS-UNREC-EDIT = WS-PGM-FAILS(WS-PGM-IDX)
             - WS-PGM-RECOVERED(WS-PGM-IDX)
           ADD WS-PGM-FAILS(WS-PGM-IDX) TO WS-TOTAL-UNREC
           SUBTRACT WS-PGM-RECOVERED(WS-PGM-IDX) FROM WS-TOTAL-UNREC
           PERFORM E15-TopFailure
           MOVE SPACES TO WS-MARK-TEXT
           IF WS-PGM-WORSE(WS-PGM-IDX) = 'Y'
             MOVE "WORSENING" TO WS-MARK-TEXT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-PGM-NAME(WS-PGM-IDX) " " WS-RUNS-EDIT
             "  " WS-FAILS-EDIT "  " WS-RATE-EDIT "%  "
             WS-MTBF-TEXT "  " WS-MTTR-TEXT "  " WS-UNREC-EDIT
             "  " WS-TOP-TEXT " " WS-MARK-TEXT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE TRAILING)
           .
       E15-TopFailure.
           MOVE 0 TO WS-FF-BEST
           PERFORM VARYING WS-FF-IDX FROM 1 BY 1
             UNTIL WS-FF-IDX > WS-FF-COUNT
             IF WS-FF-PGM-IDX(WS-FF-IDX) = WS-PGM-IDX
               IF WS-FF-BEST = 0
                 MOVE WS-FF-IDX TO WS-FF-BEST
               ELSE
                 IF WS-FF-TIMES(WS-FF-IDX) > WS-FF-TIMES(WS-FF-BEST)
                   MOVE WS-FF-IDX TO WS-FF-BEST
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-TOP-TEXT
           IF WS-FF-BEST = 0
             MOVE "-" TO WS-TOP-TEXT
             EXIT PARAGRAPH
           END-IF
           MOVE WS-FF-TIMES(WS-FF-BEST) TO WS-TIMES-EDIT
           STRING FUNCTION TRIM(WS-FF-FILE(WS-FF-BEST)) "/"
             WS-FF-STATUS(WS-FF-BEST) " x"
             FUNCTION TRIM(WS-TIMES-EDIT)
             DELIMITED BY SIZE INTO WS-TOP-TEXT
           .
      ***** Month by month for every program that failed in the
      ***** range; a month whose failure rate rose on the previous
      ***** month with runs is marked.
       E20-TrendSection.
           MOVE "-- Monthly trend (programs with failures) --"
             TO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
             UNTIL WS-PGM-IDX > WS-PGM-COUNT
             IF WS-PGM-FAILS(WS-PGM-IDX) > 0
               PERFORM E25-ProgramTrend
             END-IF
           END-PERFORM
           .
       E25-ProgramTrend.
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-PGM-NAME(WS-PGM-IDX)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE 0 TO WS-PREV-RUNS
           MOVE 0 TO WS-PREV-RATE
           MOVE WS-PGM-IDX TO WS-PGM-FOUND
           MOVE WS-FROM-MONTH TO WS-ARCH-MONTH
           MOVE 0 TO WS-MONTH-GUARD
           PERFORM UNTIL WS-ARCH-MONTH > WS-TO-MONTH
             OR WS-MONTH-GUARD >= 240
             PERFORM E30-MonthLine
             ADD 1 TO WS-MONTH-GUARD
             PERFORM B05-NextMonth
           END-PERFORM
           .
       E30-MonthLine.
           MOVE 0 TO WS-PM-FOUND
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
             UNTIL WS-PM-IDX > WS-PM-COUNT
             IF WS-PM-PGM-IDX(WS-PM-IDX) = WS-PGM-FOUND
               AND WS-PM-MONTH(WS-PM-IDX) = WS-ARCH-MONTH
               MOVE WS-PM-IDX TO WS-PM-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           IF WS-PM-FOUND = 0
             STRING "    " WS-ARCH-MONTH "  no runs"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RUNS-ALL = WS-PM-RUNS(WS-PM-FOUND)
             + WS-PM-FAILS(WS-PM-FOUND)
           COMPUTE WS-RATE ROUNDED =
             WS-PM-FAILS(WS-PM-FOUND) * 100 / WS-RUNS-ALL
           MOVE WS-RUNS-ALL TO WS-RUNS-EDIT
           MOVE WS-PM-FAILS(WS-PM-FOUND) TO WS-FAILS-EDIT
           MOVE WS-RATE TO WS-RATE-EDIT
           IF WS-PREV-RUNS = 0
             STRING "    " WS-ARCH-MONTH "  runs=" WS-RUNS-EDIT
               "  fails=" WS-FAILS-EDIT "  rate=" WS-RATE-EDIT "%"
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             COMPUTE WS-CHANGE = WS-RATE - WS-PREV-RATE
             MOVE WS-CHANGE TO WS-CHANGE-EDIT
             MOVE SPACES TO WS-MARK-TEXT
             IF WS-CHANGE > 0
               MOVE "<< worse" TO WS-MARK-TEXT
             END-IF
             STRING "    " WS-ARCH-MONTH "  runs=" WS-RUNS-EDIT
               "  fails=" WS-FAILS-EDIT "  rate=" WS-RATE-EDIT "%"
               "  change=" WS-CHANGE-EDIT "  " WS-MARK-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE TRAILING)
           MOVE WS-RUNS-ALL TO WS-PREV-RUNS
           MOVE WS-RATE TO WS-PREV-RATE
           .
      ***** Exit
       END PROGRAM RelRpt.
