       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Archive Catalog
      *
      *    Month-end leaves dated archives behind every month - the
      *    ledger and CSV rollovers, the incident and exception
      *    rollovers, ResPurge archives, backup sets and close
      *    certifications - and until now nothing tracked them or
      *    ever expired them. Each is registered in the archive
      *    catalog (project-euler/euler.archives, see
      *    copybooks/EUARCCAT.cpy) by ArchReg as it is written; this
      *    program works the catalog.
      *
      *    Modes, supplied on the command line:
      *        archcat LIST
      *            every archive on the catalog with its trailer
      *            count, creating run, the month it expires and any
      *            legal hold
      *        archcat HOLD <archive>
      *        archcat RELEASE <archive>
      *            set or clear the legal hold that exempts an
      *            archive from expiry; <archive> is the name it was
      *            catalogued under or just its last component. Both
      *            need the maintenance permission in the user
      *            profile file (see userauth.cbl) and are recorded
      *            in the change journal (see chgjournal.cbl)
      *        archcat EXPIRE [yyyymm]
      *            the monthly expiry step, as of the month given
      *            (default the run month)
      *
      *    Retention is set by archive type in the retention file
      *    (project-euler/euler.retention): type in columns 1-10,
      *    months in columns 12-14. An archive expires once the
      *    as-of month reaches its period plus its type's retention;
      *    a type with no retention row never expires.
      *
      *    EXPIRE walks every expiring archive. One under a legal
      *    hold is kept and listed as HELD. Any other has its
      *    trailer verified first - the data records counted against
      *    the TRAILER record, and that count against the one
      *    catalogued when it was written (a backup set's manifest
      *    carries no TRAILER, so its entries are counted against
      *    the catalogued count) - and only a clean one is deleted,
      *    a backup set together with every copy its manifest
      *    lists. An archive that fails the check, or is no longer
      *    on disk, is kept on the catalog, raised to the incident
      *    log, and ends the step RETURN-CODE 8. Every deletion is
      *    journaled, and the report (project-euler/archcat.rpt)
      *    lists what was removed and what the holds kept.
      *****************************************************************
       PROGRAM-ID. ArchCat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS-CD.
           SELECT RETAIN-FILE ASSIGN TO "project-euler/euler.retention"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETAIN-STATUS-CD.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO "project-euler/archcat.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(179).
       FD RETAIN-FILE.
       01 RETAIN-RECORD.
           05 RET-TYPE PIC X(10).
           05 FILLER PIC X(1).
           05 RET-MONTHS PIC 9(3).
           05 FILLER PIC X(66).
       FD ARCH-FILE.
       01 ARCH-LINE PIC X(300).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS-CD PIC XX.
       01 WS-RETAIN-STATUS-CD PIC XX.
       01 WS-ARCH-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-FLAG PIC X.
       01 WS-CATALOG-PATH PIC X(100)
          VALUE "project-euler/euler.archives".
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-ARCH-NAME PIC X(100).
       01 WS-MODE PIC X(8).
       01 WS-TARGET PIC X(100).
       01 WS-ARG-VALUE PIC X(18).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
      ***** The as-of month and the month arithmetic: a month
      ***** index is year times twelve plus month.
       01 WS-ASOF-MONTH PIC 9(6).
       01 WS-ASOF-INDEX PIC 9(6).
       01 WS-MONTH-WORK PIC 9(6).
       01 WS-MONTH-WORK-X REDEFINES WS-MONTH-WORK.
           05 WS-MW-YEAR PIC 9(4).
           05 WS-MW-MONTH PIC 9(2).
       01 WS-MONTH-INDEX PIC 9(6).
       01 WS-DUE-INDEX PIC 9(6).
       01 WS-DUE-MONTH PIC 9(6).
      ***** Retention by archive type.
       01 WS-RET-COUNT PIC 9(2) VALUE 0.
       01 WS-RET-TBL.
           05 WS-RET-ENTRY OCCURS 20 TIMES.
               10 WS-RET-TYPE PIC X(10).
               10 WS-RET-MONTHS PIC 9(3).
       01 WS-RET-IDX PIC 9(2).
       01 WS-RET-FOUND PIC X(1).
       01 WS-RET-KEEP PIC 9(3).
      ***** The catalog, one flat line per archive, with a flag
      ***** for the entries EXPIRE removed.
       01 WS-CAT-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-TBL.
           05 WS-CAT-ENTRY OCCURS 500 TIMES.
               10 WS-CAT-LINE PIC X(179).
               10 WS-CAT-GONE PIC X(1).
       01 WS-CAT-IDX PIC 9(3).
       01 WS-MATCH-COUNT PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-BASENAME PIC X(100).
       01 WS-SLASH-IDX PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
      ***** Trailer verification.
       01 WS-DATA-LINES PIC 9(9).
       01 WS-TRAILER-COUNT PIC 9(9).
       01 WS-TRAILER-SEEN PIC X(1).
       01 WS-VERIFY-OK PIC X(1).
       01 WS-VERIFY-NOTE PIC X(60).
      ***** Backup-set members.
       01 WS-MAN-PREFIX PIC X(100).
       01 WS-MAN-PREFIX-LEN PIC 9(3).
       01 WS-MEMBER-BASE PIC X(40).
       01 WS-MEMBER-NAME PIC X(100).
       01 WS-MEMBER-COUNT PIC 9(3).
       01 WS-DELETE-NAME PIC X(100).
       01 WS-MEMBER-TBL.
           05 WS-MEMBER-ENTRY PIC X(100) OCCURS 20 TIMES.
       01 WS-MEMBER-IDX PIC 9(3).
      ***** Totals.
       01 WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
       01 WS-REMOVED-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-NORET-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-EDIT PIC X(6).
       01 WS-HOLD-EDIT PIC X(30).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "ArchCat".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30) VALUE "euler.archives".
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-INC-PROGRAM PIC X(10) VALUE "ArchCat".
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUARCCAT.
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(130).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           MOVE "project-euler/euler.archives" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-CATALOG-PATH
           PERFORM B00-LoadRetention
           PERFORM B10-LoadCatalog
           EVALUATE WS-MODE
             WHEN "LIST"
               PERFORM A10-OpenReport
               PERFORM C00-ListCatalog
             WHEN "HOLD"
               PERFORM A03-CheckMaintAuth
               PERFORM A10-OpenReport
               PERFORM D00-SetHold
             WHEN "RELEASE"
               PERFORM A03-CheckMaintAuth
               PERFORM A10-OpenReport
               PERFORM D00-SetHold
             WHEN "EXPIRE"
               PERFORM A10-OpenReport
               PERFORM E00-ExpireArchives
           END-EVALUATE
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
      ***** HOLD and RELEASE rewrite the catalog, so they are gated
      ***** on the maintenance permission in the user-profile file
      ***** (see userauth.cbl); LIST and EXPIRE stay open. The
      ***** refusal itself is displayed and logged by UserAuth.
       A03-CheckMaintAuth.
           MOVE 'M' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
             WS-UA-USER WS-UA-ALLOWED
           IF WS-UA-ALLOWED = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** The mode, then the archive name (HOLD, RELEASE) or the
      ***** as-of month (EXPIRE). An archive name can run past an
      ***** 18-character parameter, so it is taken whole.
       A05-GetParameters.
           MOVE WS-RUN-DATE(1:6) TO WS-ASOF-MONTH
           MOVE SPACES TO WS-ARG-VALUE WS-TARGET
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-MODE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           EVALUATE WS-MODE
             WHEN "LIST"
               CONTINUE
             WHEN "HOLD"
             WHEN "RELEASE"
               IF WS-TARGET = SPACES
                 DISPLAY "ABEND: " FUNCTION TRIM(WS-MODE)
                   " needs the archive name"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN "EXPIRE"
               IF WS-TARGET NOT = SPACES
                 IF WS-TARGET(1:6) IS NOT NUMERIC
                   OR WS-TARGET(7:94) NOT = SPACES
                   OR WS-TARGET(5:2) < "01" OR WS-TARGET(5:2) > "12"
                   DISPLAY "ABEND: as-of month must be YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 MOVE WS-TARGET(1:6) TO WS-ASOF-MONTH
               END-IF
             WHEN OTHER
               DISPLAY "ABEND: mode must be LIST, HOLD, RELEASE or "
                 "EXPIRE (got " FUNCTION TRIM(WS-ARG-VALUE) ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           MOVE WS-ASOF-MONTH TO WS-MONTH-WORK
           PERFORM G00-MonthIndex
           MOVE WS-MONTH-INDEX TO WS-ASOF-INDEX
           .
       A10-OpenReport.
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               "project-euler/archcat.rpt (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl).
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "ArchCat" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           IF WS-MODE = "EXPIRE"
             STRING "Archive Expiry - as of " WS-ASOF-MONTH
               DELIMITED BY SIZE INTO EURPTFMT-TITLE
           ELSE
             STRING "Archive Catalog - " FUNCTION TRIM(WS-MODE)
               DELIMITED BY SIZE INTO EURPTFMT-TITLE
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
      ***** Retention months by archive type; comment and blank
      ***** lines skipped. No retention file expires nothing.
       B00-LoadRetention.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT RETAIN-FILE
           IF WS-RETAIN-STATUS-CD NOT = "00"
             DISPLAY "No retention file on disk; no archive type "
               "has a retention period"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ RETAIN-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF RET-TYPE NOT = SPACES
                   AND RETAIN-RECORD(1:1) NOT = "*"
                   AND RET-MONTHS IS NUMERIC
                   AND WS-RET-COUNT < 20
                   ADD 1 TO WS-RET-COUNT
                   MOVE RET-TYPE TO WS-RET-TYPE(WS-RET-COUNT)
                   MOVE RET-MONTHS TO WS-RET-MONTHS(WS-RET-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RETAIN-FILE
           .
       B10-LoadCatalog.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS-CD NOT = "00"
             DISPLAY "No archive catalog on file ("
               FUNCTION TRIM(WS-CATALOG-PATH) ")"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ CATALOG-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF CATALOG-LINE NOT = SPACES AND WS-CAT-COUNT < 500
                   ADD 1 TO WS-CAT-COUNT
                   MOVE CATALOG-LINE TO WS-CAT-LINE(WS-CAT-COUNT)
                   MOVE 'N' TO WS-CAT-GONE(WS-CAT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           .
      ***** Rewrites the catalog without the entries EXPIRE took
      ***** off it, and with any hold change.
       B20-RewriteCatalog.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATALOG-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot rewrite archive catalog "
               FUNCTION TRIM(WS-CATALOG-PATH) " (status "
               WS-CATALOG-STATUS-CD ")"
             MOVE 16 TO WS-FINAL-RC
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-COUNT
             IF WS-CAT-GONE(WS-CAT-IDX) = 'N'
               MOVE WS-CAT-LINE(WS-CAT-IDX) TO CATALOG-LINE
               WRITE CATALOG-LINE
             END-IF
           END-PERFORM
           CLOSE CATALOG-FILE
           .
      ***** The retention and due month of the entry now in
      ***** ARCCAT-RECORD: WS-RET-FOUND 'N' for a type with no
      ***** retention row, otherwise WS-DUE-INDEX and WS-DUE-MONTH
      ***** are the month it expires.
       B30-FindDueMonth.
           MOVE 'N' TO WS-RET-FOUND
           MOVE 0 TO WS-DUE-INDEX WS-DUE-MONTH
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
             UNTIL WS-RET-IDX > WS-RET-COUNT OR WS-RET-FOUND = 'Y'
             IF WS-RET-TYPE(WS-RET-IDX) = ARC-TYPE
               MOVE 'Y' TO WS-RET-FOUND
               MOVE WS-RET-MONTHS(WS-RET-IDX) TO WS-RET-KEEP
             END-IF
           END-PERFORM
           IF WS-RET-FOUND = 'N' OR ARC-PERIOD IS NOT NUMERIC
             MOVE 'N' TO WS-RET-FOUND
             EXIT PARAGRAPH
           END-IF
           MOVE ARC-PERIOD TO WS-MONTH-WORK
           PERFORM G00-MonthIndex
           COMPUTE WS-DUE-INDEX = WS-MONTH-INDEX + WS-RET-KEEP
           COMPUTE WS-MW-YEAR = (WS-DUE-INDEX - 1) / 12
           COMPUTE WS-MW-MONTH = WS-DUE-INDEX - WS-MW-YEAR * 12
           MOVE WS-MONTH-WORK TO WS-DUE-MONTH
           .
      ***** LIST: one line per archive.
       C00-ListCatalog.
           MOVE SPACES TO RPT-LINE
           STRING "TYPE       PERIOD  RECORDS    EXPIRES  "
             "HOLD                            ARCHIVE"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-COUNT
             MOVE WS-CAT-LINE(WS-CAT-IDX) TO ARCCAT-RECORD
             PERFORM B30-FindDueMonth
             IF WS-RET-FOUND = 'Y'
               MOVE WS-DUE-MONTH TO WS-DUE-EDIT
             ELSE
               MOVE "NEVER" TO WS-DUE-EDIT
             END-IF
             PERFORM C10-FormatHold
             MOVE SPACES TO RPT-LINE
             STRING ARC-TYPE " " ARC-PERIOD "  " ARC-TRAILER "  "
               WS-DUE-EDIT "   " WS-HOLD-EDIT "  "
               FUNCTION TRIM(ARC-NAME)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             MOVE SPACES TO RPT-LINE
             STRING "           created by run " ARC-RUN-ID
               " catalogued " ARC-REGISTERED
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Archives on the catalog: " WS-CAT-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
       C10-FormatHold.
           MOVE SPACES TO WS-HOLD-EDIT
           IF ARC-HOLD = 'Y'
             STRING "HELD " FUNCTION TRIM(ARC-HOLD-USER) " "
               ARC-HOLD-DATE
               DELIMITED BY SIZE INTO WS-HOLD-EDIT
           END-IF
           .
       C90-EmitLine.
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE TRAILING)
           .
      ***** HOLD / RELEASE: the archive is found by its full
      ***** catalogued name, or failing that by its last component
      ***** when exactly one archive has it.
       D00-SetHold.
           PERFORM D10-FindTarget
           IF WS-MATCH-COUNT NOT = 1
             MOVE SPACES TO RPT-LINE
             IF WS-MATCH-COUNT = 0
               STRING "No archive " FUNCTION TRIM(WS-TARGET)
                 " on the catalog"
                 DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               STRING FUNCTION TRIM(WS-TARGET) " names "
                 WS-MATCH-COUNT " archives; give the full name"
                 DELIMITED BY SIZE INTO RPT-LINE
             END-IF
             PERFORM C90-EmitLine
             MOVE 16 TO WS-FINAL-RC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-CAT-LINE(WS-MATCH-IDX) TO ARCCAT-RECORD
           MOVE SPACES TO WS-CJ-BEFORE
           STRING FUNCTION TRIM(ARC-NAME) " hold=" ARC-HOLD
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           IF WS-MODE = "HOLD"
             MOVE 'Y' TO ARC-HOLD
             MOVE WS-UA-USER TO ARC-HOLD-USER
             MOVE WS-RUN-DATE TO ARC-HOLD-DATE
           ELSE
             MOVE 'N' TO ARC-HOLD
             MOVE SPACES TO ARC-HOLD-USER
             MOVE 0 TO ARC-HOLD-DATE
           END-IF
           MOVE ARCCAT-RECORD TO WS-CAT-LINE(WS-MATCH-IDX)
           PERFORM B20-RewriteCatalog
           IF WS-FINAL-RC NOT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CJ-AFTER
           STRING FUNCTION TRIM(ARC-NAME) " hold=" ARC-HOLD
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           MOVE WS-MODE TO WS-CJ-MODE
           PERFORM J00-WriteJournal
           MOVE SPACES TO RPT-LINE
           IF WS-MODE = "HOLD"
             STRING "Legal hold set on " FUNCTION TRIM(ARC-NAME)
               " by " FUNCTION TRIM(WS-UA-USER)
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "Legal hold released on " FUNCTION TRIM(ARC-NAME)
               " by " FUNCTION TRIM(WS-UA-USER)
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM C90-EmitLine
           .
       D10-FindTarget.
           MOVE 0 TO WS-MATCH-COUNT WS-MATCH-IDX
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-COUNT
             MOVE WS-CAT-LINE(WS-CAT-IDX) TO ARCCAT-RECORD
             IF ARC-NAME = WS-TARGET
               MOVE 1 TO WS-MATCH-COUNT
               MOVE WS-CAT-IDX TO WS-MATCH-IDX
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-COUNT
             MOVE WS-CAT-LINE(WS-CAT-IDX) TO ARCCAT-RECORD
             PERFORM G10-FindBasename
             IF WS-BASENAME = WS-TARGET
               ADD 1 TO WS-MATCH-COUNT
               MOVE WS-CAT-IDX TO WS-MATCH-IDX
             END-IF
           END-PERFORM
           .
      ***** EXPIRE: every archive past its retention is either kept
      ***** by its hold, or verified and deleted.
       E00-ExpireArchives.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-COUNT
             MOVE WS-CAT-LINE(WS-CAT-IDX) TO ARCCAT-RECORD
             PERFORM B30-FindDueMonth
             IF WS-RET-FOUND = 'N'
               ADD 1 TO WS-NORET-COUNT
             ELSE
               IF WS-ASOF-INDEX >= WS-DUE-INDEX
                 ADD 1 TO WS-EXPIRING-COUNT
                 PERFORM E10-ExpireOne
               END-IF
             END-IF
           END-PERFORM
           IF WS-REMOVED-COUNT > 0
             PERFORM B20-RewriteCatalog
           END-IF
           PERFORM E90-WriteTotals
           .
       E10-ExpireOne.
           IF ARC-HOLD = 'Y'
             ADD 1 TO WS-HELD-COUNT
             PERFORM C10-FormatHold
             MOVE SPACES TO RPT-LINE
             STRING "HELD     " ARC-TYPE " " ARC-PERIOD "  "
               FUNCTION TRIM(ARC-NAME) "  (" FUNCTION TRIM(WS-HOLD-EDIT)
               "; due " WS-DUE-MONTH ")"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             EXIT PARAGRAPH
           END-IF
           PERFORM F00-VerifyArchive
           IF WS-VERIFY-OK = 'N'
             ADD 1 TO WS-FAILED-COUNT
             MOVE 8 TO WS-FINAL-RC
             MOVE SPACES TO RPT-LINE
             STRING "KEPT     " ARC-TYPE " " ARC-PERIOD "  "
               FUNCTION TRIM(ARC-NAME) "  "
               FUNCTION TRIM(WS-VERIFY-NOTE)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             MOVE ARC-NAME TO WS-INC-FILE
             MOVE WS-ARCH-STATUS-CD TO WS-INC-STATUS
             MOVE SPACES TO WS-INC-MESSAGE
             STRING "expiring archive not deleted: "
               FUNCTION TRIM(WS-VERIFY-NOTE)
               DELIMITED BY SIZE INTO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-INC-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             EXIT PARAGRAPH
           END-IF
           IF ARC-TYPE = "BACKUP"
             PERFORM F20-DeleteMembers
           END-IF
           MOVE ARC-NAME TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           MOVE 'Y' TO WS-CAT-GONE(WS-CAT-IDX)
           ADD 1 TO WS-REMOVED-COUNT
           MOVE SPACES TO WS-CJ-BEFORE
           STRING ARC-TYPE " " ARC-PERIOD " " FUNCTION TRIM(ARC-NAME)
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           MOVE "EXPIRE" TO WS-CJ-MODE
           PERFORM J00-WriteJournal
           MOVE SPACES TO RPT-LINE
           STRING "REMOVED  " ARC-TYPE " " ARC-PERIOD "  "
             FUNCTION TRIM(ARC-NAME) "  (" WS-DATA-LINES
             " records verified; due " WS-DUE-MONTH ")"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
       E90-WriteTotals.
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Archives on the catalog: " WS-CAT-COUNT
             "  expiring: " WS-EXPIRING-COUNT
             "  removed: " WS-REMOVED-COUNT
             "  kept by hold: " WS-HELD-COUNT
             "  failed verification: " WS-FAILED-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           IF WS-NORET-COUNT > 0
             MOVE SPACES TO RPT-LINE
             STRING "Archives of a type with no retention row "
               "(never expired): " WS-NORET-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           .
      ***** Counts the archive's data records against its TRAILER
      ***** and the TRAILER against the catalogued count. Ledger,
      ***** incident, exception, ResPurge and certification
      ***** archives close with "TRAILER RECORDS=n"; a CSV archive
      ***** with "TRAILER,n" after a PROGRAM, header row; a backup
      ***** manifest has no trailer and its entries are the count.
       F00-VerifyArchive.
           MOVE 'N' TO WS-VERIFY-OK
           MOVE SPACES TO WS-VERIFY-NOTE
           MOVE 0 TO WS-DATA-LINES WS-TRAILER-COUNT
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE ARC-NAME TO WS-ARCH-NAME
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS-CD NOT = "00"
             STRING "archive is not on disk (status "
               WS-ARCH-STATUS-CD ")"
               DELIMITED BY SIZE INTO WS-VERIFY-NOTE
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ ARCH-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 PERFORM F10-CountArchiveLine
             END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           IF ARC-TYPE = "BACKUP"
             MOVE 'Y' TO WS-TRAILER-SEEN
             MOVE WS-DATA-LINES TO WS-TRAILER-COUNT
           END-IF
           EVALUATE TRUE
             WHEN WS-TRAILER-SEEN = 'N'
               MOVE "archive carries no TRAILER" TO WS-VERIFY-NOTE
             WHEN WS-DATA-LINES NOT = WS-TRAILER-COUNT
               STRING "holds " WS-DATA-LINES
                 " records, trailer says " WS-TRAILER-COUNT
                 DELIMITED BY SIZE INTO WS-VERIFY-NOTE
             WHEN WS-TRAILER-COUNT NOT = ARC-TRAILER
               STRING "trailer says " WS-TRAILER-COUNT
                 ", catalogued " ARC-TRAILER
                 DELIMITED BY SIZE INTO WS-VERIFY-NOTE
             WHEN OTHER
               MOVE 'Y' TO WS-VERIFY-OK
           END-EVALUATE
           .
       F10-CountArchiveLine.
           EVALUATE TRUE
             WHEN ARC-TYPE = "BACKUP"
               IF ARCH-LINE NOT = SPACES
                 ADD 1 TO WS-DATA-LINES
               END-IF
             WHEN ARC-TYPE = "CSV"
               IF ARCH-LINE(1:8) = "TRAILER,"
                 MOVE 'Y' TO WS-TRAILER-SEEN
                 COMPUTE WS-TRAILER-COUNT =
                   FUNCTION NUMVAL(ARCH-LINE(9:10))
               ELSE
                 IF ARCH-LINE(1:8) NOT = "PROGRAM,"
                   ADD 1 TO WS-DATA-LINES
                 END-IF
               END-IF
             WHEN OTHER
               IF ARCH-LINE(1:16) = "TRAILER RECORDS="
                 MOVE 'Y' TO WS-TRAILER-SEEN
                 COMPUTE WS-TRAILER-COUNT =
                   FUNCTION NUMVAL(ARCH-LINE(17:10))
               ELSE
                 ADD 1 TO WS-DATA-LINES
               END-IF
           END-EVALUATE
           .
      ***** A backup set's copies sit beside its manifest under
      ***** bak.<set>.<basename> (see eulerback.cbl): the manifest
      ***** name less "manifest", plus each listed file's last
      ***** component. An ABSENT entry has no copy to delete.
       F20-DeleteMembers.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE SPACES TO WS-MAN-PREFIX
           COMPUTE WS-MAN-PREFIX-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(ARC-NAME)) - 8
           IF WS-MAN-PREFIX-LEN < 1
             OR ARC-NAME(WS-MAN-PREFIX-LEN + 1:8) NOT = "manifest"
             EXIT PARAGRAPH
           END-IF
           MOVE ARC-NAME(1:WS-MAN-PREFIX-LEN) TO WS-MAN-PREFIX
           MOVE ARC-NAME TO WS-ARCH-NAME
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ ARCH-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF ARCH-LINE(57:6) = "COPIED"
                   AND WS-MEMBER-COUNT < 20
                   MOVE ARCH-LINE(1:40) TO WS-MEMBER-BASE
                   PERFORM F30-MemberName
                   ADD 1 TO WS-MEMBER-COUNT
                   MOVE WS-MEMBER-NAME
                     TO WS-MEMBER-ENTRY(WS-MEMBER-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
             MOVE WS-MEMBER-ENTRY(WS-MEMBER-IDX) TO WS-DELETE-NAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           END-PERFORM
           .
       F30-MemberName.
           MOVE 0 TO WS-SLASH-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX > 40
             IF WS-MEMBER-BASE(WS-SCAN-IDX:1) = "/"
               MOVE WS-SCAN-IDX TO WS-SLASH-IDX
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-MEMBER-NAME
           STRING WS-MAN-PREFIX(1:WS-MAN-PREFIX-LEN)
             FUNCTION TRIM(WS-MEMBER-BASE(WS-SLASH-IDX + 1:))
             DELIMITED BY SIZE INTO WS-MEMBER-NAME
           .
      ***** Month index of WS-MONTH-WORK (yyyymm): year times
      ***** twelve plus month.
       G00-MonthIndex.
           COMPUTE WS-MONTH-INDEX = WS-MW-YEAR * 12 + WS-MW-MONTH
           .
      ***** The last path component of ARC-NAME.
       G10-FindBasename.
           MOVE 0 TO WS-SLASH-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX > 100
             IF ARC-NAME(WS-SCAN-IDX:1) = "/"
               MOVE WS-SCAN-IDX TO WS-SLASH-IDX
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-BASENAME
           MOVE ARC-NAME(WS-SLASH-IDX + 1:) TO WS-BASENAME
           .
      ***** Records one catalog change in the change journal (see
      ***** chgjournal.cbl).
       J00-WriteJournal.
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** Exit
       END PROGRAM ArchCat.
