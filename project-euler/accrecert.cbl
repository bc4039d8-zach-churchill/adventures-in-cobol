       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Access Recertification
      *
      *    Quarterly review of the user-profile file
      *    (project-euler/euler.users, see userauth.cbl) against
      *    what each user has actually done, so the long-runner,
      *    maintenance and restore rights it grants are re-earned
      *    every quarter instead of kept forever by default.
      *
      *    Modes, supplied on the command line:
      *        accrecert REPORT [yyyyQn]
      *            the recertification report for the quarter
      *            (default: the current one) to a versioned
      *            project-euler/accrecert.rpt, and the quarter's
      *            decision worksheet
      *        accrecert DECIDE <yyyyQn> <user> <L|M|R|->
      *                  <RETAIN|REVOKE>
      *            record the reviewer's decision on one flagged
      *            line of the worksheet
      *        accrecert APPLY <yyyyQn>
      *            carry the recorded decisions into euler.users
      *
      *    For every profile the report shows the user's last
      *    ledger run, last change-journal mutation (see
      *    chgjournal.cbl), last restore (the journal's RESTORE
      *    entries from EulerBack and SWAP entries from
      *    ResRebuild) and the UserAuth refusals IncidentLog holds
      *    for the user. The ledger evidence is the quarter's
      *    euler.ledger.YYYYMM archives, each TRAILER-checked the
      *    way ChargeBack checks them, plus the live ledger; the
      *    journal and incident file are read whole.
      *
      *    A right counts as used in the quarter when: L - a ledger
      *    run of a program the registry marks long-running; M - a
      *    journal mutation other than a restore; R - a restore.
      *    Flagged, one worksheet line each:
      *        DORMANT    a right held by a user with no ledger run,
      *                   mutation or restore in the quarter at all
      *        UNUSED     a right held but not used in the quarter
      *        NOPROFILE  a ledger or journal identity active in the
      *                   quarter with no profile at all (right "-")
      *
      *    Decision worksheet (project-euler/euler.recert.yyyyQn),
      *    one record per flagged line:
      *        columns  1-12  user
      *        column  14     right (L, M, R, or - for NOPROFILE)
      *        columns 16-25  flag
      *        columns 27-34  decision: blank, RETAIN or REVOKE
      *        columns 36-47  reviewer
      *        columns 49-65  decided stamp (YYYYMMDD-HHMMSSss)
      *        columns 67-83  applied stamp
      *    A REPORT rerun keeps every line already decided and
      *    drops undecided lines that are no longer flagged.
      *
      *    DECIDE and APPLY need the maintenance permission, and a
      *    reviewer may not decide a line about their own access.
      *    APPLY turns a REVOKE into an N in the right's column, and
      *    a RETAIN on a NOPROFILE line into a profile with no
      *    rights (so the identity is known without being trusted);
      *    the other two combinations change nothing. Every change
      *    to euler.users, and every decision, goes to the change
      *    journal with its before and after images; each line is
      *    applied once.
      *
      *    RETURN-CODE 4 when a flagged line is still undecided (or
      *    an archive failed its trailer check), 8 when a reviewer
      *    tries to decide on their own access, 16 when the profile
      *    file or worksheet cannot be read or a table overflows.
      *****************************************************************
       PROGRAM-ID. AccRecert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "project-euler/euler.users"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-USERS-STATUS-CD.
           SELECT REGISTRY-FILE
             ASSIGN TO "project-euler/euler.registry"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRY-STATUS-CD.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS-CD.
           SELECT JOURNAL-FILE
             ASSIGN TO "project-euler/euler.chgjournal"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS-CD.
           SELECT INCIDENT-FILE ASSIGN TO DYNAMIC WS-INCIDENT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INCIDENT-STATUS-CD.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD USERS-FILE.
       01 USERS-RECORD PIC X(80).
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-PROGRAM PIC X(12).
           05 REG-LABEL PIC X(40).
           05 REG-USAGE PIC X(44).
           05 REG-DRIVER-FLAG PIC X(1).
           05 REG-MENU-FLAG PIC X(1).
           05 REG-LONG-FLAG PIC X(1).
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD ARCH-FILE.
       01 ARCH-LINE PIC X(300).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRN-FILE PIC X(30).
           05 JRN-MODE PIC X(8).
           05 JRN-USER PIC X(12).
           05 JRN-STAMP PIC X(17).
           05 JRN-BEFORE PIC X(100).
           05 JRN-AFTER PIC X(100).
       FD INCIDENT-FILE.
       01 INCIDENT-LINE PIC X(200).
       FD WORK-FILE.
       01 WORK-RECORD.
           05 WRK-USER PIC X(12).
           05 FILLER PIC X(1).
           05 WRK-RIGHT PIC X(1).
           05 FILLER PIC X(1).
           05 WRK-FLAG PIC X(10).
           05 FILLER PIC X(1).
           05 WRK-DECISION PIC X(8).
           05 FILLER PIC X(1).
           05 WRK-REVIEWER PIC X(12).
           05 FILLER PIC X(1).
           05 WRK-STAMP PIC X(17).
           05 FILLER PIC X(1).
           05 WRK-APPLIED PIC X(17).
       FD RPT-FILE.
       01 RPT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 WS-USERS-STATUS-CD PIC XX.
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-ARCH-STATUS-CD PIC XX.
       01 WS-JOURNAL-STATUS-CD PIC XX.
       01 WS-INCIDENT-STATUS-CD PIC XX.
       01 WS-WORK-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-USERS-FILE PIC X VALUE 'N'.
       01 EOF-REGISTRY-FILE PIC X VALUE 'N'.
       01 EOF-LEDGER-FILE PIC X VALUE 'N'.
       01 EOF-ARCH-FILE PIC X VALUE 'N'.
       01 EOF-JOURNAL-FILE PIC X VALUE 'N'.
       01 EOF-INCIDENT-FILE PIC X VALUE 'N'.
       01 EOF-WORK-FILE PIC X VALUE 'N'.
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-LEDGER-PATH PIC X(100).
       01 WS-INCIDENT-PATH PIC X(100).
       01 WS-ARCH-NAME PIC X(80).
       01 WS-WORK-PATH PIC X(80).
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/accrecert.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 WS-MODE PIC X(8).
       01 WS-ARG-VALUE PIC X(18).
       01 WS-NOW-STAMP PIC X(17).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "AccRecert".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
      ***** The quarter under review, as yyyyQn and as the first and
      ***** last month and date it covers.
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-X REDEFINES WS-PERIOD.
           05 WS-PER-YEAR PIC 9(4).
           05 WS-PER-Q PIC X(1).
           05 WS-PER-QTR PIC 9(1).
       01 WS-PER-FIRST-MONTH PIC 9(6).
       01 WS-PER-FIRST-MONTH-X REDEFINES WS-PER-FIRST-MONTH.
           05 WS-PER-FIRST-YY PIC 9(4).
           05 WS-PER-FIRST-MM PIC 9(2).
       01 WS-PER-FROM PIC 9(8).
       01 WS-PER-TO PIC 9(8).
       01 WS-WALK-MONTH PIC 9(6).
       01 WS-MONTH-IDX PIC 9(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH.
               10 WS-RUN-YEAR PIC 9(4).
               10 WS-RUN-MON PIC 9(2).
           05 FILLER PIC 9(2).
      ***** DECIDE operands.
       01 WS-DEC-USER PIC X(12).
       01 WS-DEC-RIGHT PIC X(1).
       01 WS-DEC-DECISION PIC X(8).
      ***** Profiles, one per euler.users record, with the evidence
      ***** gathered against each.
       01 WS-PF-COUNT PIC 9(3) VALUE 0.
       01 WS-PF-IDX PIC 9(3).
       01 WS-PF-FOUND PIC 9(3).
       01 WS-PF-TBL.
           05 WS-PF-ENTRY OCCURS 200 TIMES.
               10 WS-PF-RECORD PIC X(80).
               10 WS-PF-LAST-RUN PIC X(17).
               10 WS-PF-RUNS PIC 9(6).
               10 WS-PF-LONG-RUNS PIC 9(6).
               10 WS-PF-LAST-CHG PIC X(17).
               10 WS-PF-CHANGES PIC 9(6).
               10 WS-PF-LAST-RESTORE PIC X(17).
               10 WS-PF-RESTORES PIC 9(6).
               10 WS-PF-LAST-REFUSAL PIC X(17).
               10 WS-PF-REFUSALS PIC 9(6).
               10 WS-PF-CHANGED PIC X(1).
       01 WS-PF-ID PIC X(12).
      ***** Identities active in the quarter with no profile.
       01 WS-UK-COUNT PIC 9(3) VALUE 0.
       01 WS-UK-IDX PIC 9(3).
       01 WS-UK-TBL.
           05 WS-UK-ENTRY OCCURS 200 TIMES.
               10 WS-UK-USER PIC X(12).
               10 WS-UK-LEDGER PIC 9(6).
               10 WS-UK-JOURNAL PIC 9(6).
               10 WS-UK-LAST PIC X(17).
       01 WS-LONG-COUNT PIC 9(3) VALUE 0.
       01 WS-LONG-IDX PIC 9(3).
       01 WS-LONG-TBL.
           05 WS-LONG-PROGRAM PIC X(12) OCCURS 100 TIMES.
       01 WS-IS-LONG PIC X(1).
      ***** The quarter's worksheet, as loaded and as rewritten.
       01 WS-WK-COUNT PIC 9(3) VALUE 0.
       01 WS-WK-IDX PIC 9(3).
       01 WS-WK-FOUND PIC 9(3).
       01 WS-WK-TBL.
           05 WS-WK-ENTRY OCCURS 500 TIMES.
               10 WS-WK-USER PIC X(12).
               10 WS-WK-RIGHT PIC X(1).
               10 WS-WK-FLAG PIC X(10).
               10 WS-WK-DECISION PIC X(8).
               10 WS-WK-REVIEWER PIC X(12).
               10 WS-WK-STAMP PIC X(17).
               10 WS-WK-APPLIED PIC X(17).
               10 WS-WK-CURRENT PIC X(1).
               10 WS-WK-BEFORE PIC X(80).
               10 WS-WK-AFTER PIC X(80).
               10 WS-WK-JOURNAL PIC X(8).
       01 WS-WORK-LINE.
           05 WL-USER PIC X(12).
           05 FILLER PIC X(1).
           05 WL-RIGHT PIC X(1).
           05 FILLER PIC X(1).
           05 WL-FLAG PIC X(10).
           05 FILLER PIC X(1).
           05 WL-DECISION PIC X(8).
           05 FILLER PIC X(1).
           05 WL-REVIEWER PIC X(12).
           05 FILLER PIC X(1).
           05 WL-STAMP PIC X(17).
           05 FILLER PIC X(1).
           05 WL-APPLIED PIC X(17).
       01 WS-WORK-EXISTS PIC X(1) VALUE 'N'.
       01 WS-NEW-USER PIC X(12).
       01 WS-NEW-RIGHT PIC X(1).
       01 WS-NEW-FLAG PIC X(10).
       01 WS-RIGHT-COL PIC 9(2).
       01 WS-RIGHT-IDX PIC 9(1).
       01 WS-RIGHT-LETTERS PIC X(3) VALUE "LMR".
       01 WS-USE-COUNT PIC 9(6).
       01 WS-ACTIVE PIC X(1).
      ***** Ledger and incident line parsing.
       01 WS-SCAN-LINE PIC X(300).
       01 WS-PARSE-HEAD PIC X(300).
       01 WS-PARSE-TAIL PIC X(300).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-USER PIC X(12).
       01 WS-ENTRY-REST PIC X(100).
       01 WS-ENTRY-PERM PIC X(1).
       01 WS-ENTRY-DATE PIC 9(8).
       01 WS-ENTRY-IN-PERIOD PIC X(1).
       01 WS-ARCH-REC-COUNT PIC 9(6).
       01 WS-ARCH-TRAILER PIC 9(6).
       01 WS-ARCH-TRAILER-SEEN PIC X(1).
       01 WS-ARCHIVES-READ PIC 9(1) VALUE 0.
       01 WS-ARCHIVE-SHORT PIC X(1) VALUE 'N'.
      ***** Totals.
       01 WS-FLAG-COUNT PIC 9(4) VALUE 0.
       01 WS-UNDECIDED-COUNT PIC 9(4) VALUE 0.
       01 WS-RETAIN-COUNT PIC 9(4) VALUE 0.
       01 WS-REVOKE-COUNT PIC 9(4) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01 WS-PROFILE-CHANGES PIC 9(4) VALUE 0.
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-COUNT-EDIT2 PIC ZZZZZ9.
       01 WS-COUNT-EDIT3 PIC ZZZZZ9.
       01 WS-SHOW-RUN PIC X(17).
       01 WS-SHOW-CHG PIC X(17).
       01 WS-SHOW-RESTORE PIC X(17).
       01 WS-SHOW-REFUSAL PIC X(17).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(160).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM A20-ResolvePaths
           EVALUATE WS-MODE
             WHEN "REPORT"
               PERFORM R00-RecertReport
             WHEN "DECIDE"
               PERFORM A15-CheckMaintAuth
               PERFORM E00-RecordDecision
             WHEN "APPLY"
               PERFORM A15-CheckMaintAuth
               PERFORM F00-ApplyDecisions
           END-EVALUATE
           PERFORM A99-ReportElapsedTime
           MOVE WS-FINAL-RC TO RETURN-CODE
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
      ***** The mode comes first. REPORT's quarter defaults to the
      ***** current one; DECIDE and APPLY must name theirs, and
      ***** DECIDE takes the line and the decision after it.
       A05-GetParameters.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-MODE
           IF WS-MODE NOT = "REPORT" AND WS-MODE NOT = "DECIDE"
             AND WS-MODE NOT = "APPLY"
             DISPLAY "ABEND: usage: accrecert REPORT [yyyyQn]"
               " | accrecert DECIDE <yyyyQn> <user> <L|M|R|->"
               " <RETAIN|REVOKE> | accrecert APPLY <yyyyQn>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
             IF WS-MODE NOT = "REPORT"
               DISPLAY "ABEND: " FUNCTION TRIM(WS-MODE)
                 " needs the quarter, as yyyyQn"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-RUN-YEAR TO WS-PER-YEAR
             MOVE "Q" TO WS-PER-Q
             COMPUTE WS-PER-QTR = (WS-RUN-MON + 2) / 3
           ELSE
             MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-PERIOD
             IF WS-ARG-VALUE(7:1) NOT = SPACE
               OR WS-PERIOD(1:4) IS NOT NUMERIC
               OR WS-PER-Q NOT = "Q"
               OR WS-PERIOD(6:1) < "1" OR WS-PERIOD(6:1) > "4"
               DISPLAY "ABEND: quarter '" FUNCTION TRIM(WS-ARG-VALUE)
                 "' is not of the form yyyyQn"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           MOVE WS-PER-YEAR TO WS-PER-FIRST-YY
           COMPUTE WS-PER-FIRST-MM = (WS-PER-QTR - 1) * 3 + 1
           COMPUTE WS-PER-FROM = WS-PER-FIRST-MONTH * 100 + 1
           COMPUTE WS-PER-TO = (WS-PER-FIRST-MONTH + 2) * 100 + 31
           IF WS-MODE = "DECIDE"
             PERFORM A06-GetDecision
           END-IF
           DISPLAY "Access recertification " FUNCTION TRIM(WS-MODE)
             " for " WS-PERIOD " (" WS-PER-FROM "-" WS-PER-TO ")"
           .
       A06-GetDecision.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE WS-ARG-VALUE TO WS-DEC-USER
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-DEC-RIGHT
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-DEC-DECISION
           IF WS-DEC-USER = SPACES
             OR (WS-DEC-RIGHT NOT = "L" AND WS-DEC-RIGHT NOT = "M"
               AND WS-DEC-RIGHT NOT = "R" AND WS-DEC-RIGHT NOT = "-")
             OR (WS-DEC-DECISION NOT = "RETAIN"
               AND WS-DEC-DECISION NOT = "REVOKE")
             DISPLAY "ABEND: usage: accrecert DECIDE <yyyyQn> <user>"
               " <L|M|R|-> <RETAIN|REVOKE>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** Recording a decision and applying them both rewrite
      ***** control files, so both need the maintenance permission
      ***** (see userauth.cbl); the refusal itself is displayed and
      ***** logged by UserAuth.
       A15-CheckMaintAuth.
           MOVE 'M' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
             WS-UA-USER WS-UA-ALLOWED
           IF WS-UA-ALLOWED = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** The live ledger and incident file resolve through
      ***** PathName the way LedgerWriter and IncidentLog resolve
      ***** them; the worksheet is named for its quarter.
       A20-ResolvePaths.
           MOVE "project-euler/euler.ledger" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-LEDGER-PATH
           MOVE "project-euler/euler.incidents" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-INCIDENT-PATH
           MOVE SPACES TO WS-WORK-PATH
           STRING "project-euler/euler.recert." WS-PERIOD
             DELIMITED BY SIZE INTO WS-WORK-PATH
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl).
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "AccRecert" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Access Recertification " WS-PERIOD
             " (" WS-PER-FROM "-" WS-PER-TO ")"
             DELIMITED BY SIZE INTO EURPTFMT-TITLE
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
      ***** REPORT: gather the evidence, flag, write the report and
      ***** the worksheet.
       R00-RecertReport.
           PERFORM B00-LoadProfiles
           PERFORM B05-LoadLongRunners
           PERFORM B60-LoadWorksheet
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
           PERFORM B10-ScanArchives
           PERFORM B20-ScanLiveLedger
           PERFORM B40-ScanJournal
           PERFORM B50-ScanIncidents
           PERFORM C00-FlagProfiles
           PERFORM C30-FlagStrangers
           PERFORM D00-WriteProfiles
           PERFORM D10-WriteStrangers
           PERFORM D20-WriteFlags
           PERFORM D80-WriteSummary
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM G00-WriteWorksheet
           DISPLAY "Report written to " FUNCTION TRIM(WS-RPT-FILENAME)
           DISPLAY "Worksheet written to " FUNCTION TRIM(WS-WORK-PATH)
           IF WS-UNDECIDED-COUNT > 0 OR WS-ARCHIVE-SHORT = 'Y'
             MOVE 4 TO WS-FINAL-RC
           END-IF
           .
      ***** Every profile, whole record kept so APPLY can rewrite the
      ***** file without disturbing the cost-center and priority
      ***** columns other programs read. Without a profile file
      ***** there is nothing to recertify.
       B00-LoadProfiles.
           MOVE 'N' TO EOF-USERS-FILE
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot read profile file "
               "project-euler/euler.users (status "
               WS-USERS-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-USERS-FILE = 'Y'
             READ USERS-FILE
               AT END MOVE 'Y' TO EOF-USERS-FILE
               NOT AT END
                 IF USERS-RECORD(1:12) NOT = SPACES
                   IF WS-PF-COUNT >= 200
                     DISPLAY "ABEND: euler.users holds more than "
                       "200 users"
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                   END-IF
                   ADD 1 TO WS-PF-COUNT
                   INITIALIZE WS-PF-ENTRY(WS-PF-COUNT)
                   MOVE USERS-RECORD TO WS-PF-RECORD(WS-PF-COUNT)
                   MOVE 'N' TO WS-PF-CHANGED(WS-PF-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE USERS-FILE
           .
      ***** The registry's long-running programs: a ledger run of one
      ***** of them is what using the L right looks like.
       B05-LoadLongRunners.
           MOVE 'N' TO EOF-REGISTRY-FILE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot read project-euler/euler.registry"
               " (status " WS-REGISTRY-STATUS-CD
               "); no L right will show as used"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-REGISTRY-FILE = 'Y'
             READ REGISTRY-FILE
               AT END MOVE 'Y' TO EOF-REGISTRY-FILE
               NOT AT END
                 IF REG-LONG-FLAG = 'Y' AND WS-LONG-COUNT < 100
                   ADD 1 TO WS-LONG-COUNT
                   MOVE REG-PROGRAM TO WS-LONG-PROGRAM(WS-LONG-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           .
      ***** The quarter's closed months come from their archives,
      ***** each one's TRAILER RECORDS= count verified against the
      ***** records read, the way ChargeBack verifies it. Months
      ***** not yet closed are still in the live ledger.
       B10-ScanArchives.
           PERFORM VARYING WS-MONTH-IDX FROM 0 BY 1
             UNTIL WS-MONTH-IDX > 2
             COMPUTE WS-WALK-MONTH = WS-PER-FIRST-MONTH + WS-MONTH-IDX
             IF WS-WALK-MONTH <= WS-RUN-MONTH
               PERFORM B15-ScanOneArchive
             END-IF
           END-PERFORM
           .
       B15-ScanOneArchive.
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
                   PERFORM B30-TallyLedgerEntry
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           IF WS-ARCH-TRAILER-SEEN = 'N'
             OR WS-ARCH-REC-COUNT NOT = WS-ARCH-TRAILER
             MOVE 'Y' TO WS-ARCHIVE-SHORT
             MOVE SPACES TO RPT-LINE
             STRING "WARNING: archive "
               FUNCTION TRIM(WS-ARCH-NAME) " holds "
               WS-ARCH-REC-COUNT " records but its trailer says "
               WS-ARCH-TRAILER "; its runs may be short"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-IF
           .
       B20-ScanLiveLedger.
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
                 PERFORM B30-TallyLedgerEntry
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
      ***** Splits the line the way ChargeBack does. A line from
      ***** before the user= field existed names nobody and is
      ***** passed over.
       B30-TallyLedgerEntry.
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-ENTRY-STAMP
           MOVE SPACES TO WS-ENTRY-USER
           UNSTRING WS-SCAN-LINE DELIMITED BY "answer="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           END-UNSTRING
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
           END-UNSTRING
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           UNSTRING WS-SCAN-LINE DELIMITED BY "  user="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           END-UNSTRING
           UNSTRING WS-PARSE-TAIL
             DELIMITED BY "  origin=" OR "  version=" OR " "
             INTO WS-ENTRY-USER WS-ENTRY-REST
           END-UNSTRING
           IF WS-ENTRY-USER = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM B90-CheckPeriod
           MOVE WS-ENTRY-USER TO WS-PF-ID
           PERFORM B80-FindProfile
           IF WS-PF-FOUND = 0
             IF WS-ENTRY-IN-PERIOD = 'Y'
               PERFORM B85-FindStranger
               ADD 1 TO WS-UK-LEDGER(WS-UK-IDX)
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-STAMP > WS-PF-LAST-RUN(WS-PF-FOUND)
             MOVE WS-ENTRY-STAMP TO WS-PF-LAST-RUN(WS-PF-FOUND)
           END-IF
           IF WS-ENTRY-IN-PERIOD = 'Y'
             ADD 1 TO WS-PF-RUNS(WS-PF-FOUND)
             MOVE 'N' TO WS-IS-LONG
             PERFORM VARYING WS-LONG-IDX FROM 1 BY 1
               UNTIL WS-LONG-IDX > WS-LONG-COUNT
               IF WS-LONG-PROGRAM(WS-LONG-IDX) = WS-ENTRY-PROGRAM
                 MOVE 'Y' TO WS-IS-LONG
               END-IF
             END-PERFORM
             IF WS-IS-LONG = 'Y'
               ADD 1 TO WS-PF-LONG-RUNS(WS-PF-FOUND)
             END-IF
           END-IF
           .
      ***** The whole change journal. RESTORE (EulerBack) and SWAP
      ***** (ResRebuild) are restores; every other mode is a
      ***** mutation.
       B40-ScanJournal.
           MOVE 'N' TO EOF-JOURNAL-FILE
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-JOURNAL-FILE = 'Y'
             READ JOURNAL-FILE
               AT END MOVE 'Y' TO EOF-JOURNAL-FILE
               NOT AT END
                 PERFORM B45-TallyJournalEntry
             END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .
       B45-TallyJournalEntry.
           IF JRN-USER = SPACES OR JRN-STAMP(1:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE JRN-STAMP TO WS-ENTRY-STAMP
           PERFORM B90-CheckPeriod
           MOVE JRN-USER TO WS-PF-ID
           PERFORM B80-FindProfile
           IF WS-PF-FOUND = 0
             IF WS-ENTRY-IN-PERIOD = 'Y'
               MOVE JRN-USER TO WS-ENTRY-USER
               PERFORM B85-FindStranger
               ADD 1 TO WS-UK-JOURNAL(WS-UK-IDX)
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF JRN-MODE = "RESTORE" OR JRN-MODE = "SWAP"
             IF JRN-STAMP > WS-PF-LAST-RESTORE(WS-PF-FOUND)
               MOVE JRN-STAMP TO WS-PF-LAST-RESTORE(WS-PF-FOUND)
             END-IF
             IF WS-ENTRY-IN-PERIOD = 'Y'
               ADD 1 TO WS-PF-RESTORES(WS-PF-FOUND)
             END-IF
           ELSE
             IF JRN-STAMP > WS-PF-LAST-CHG(WS-PF-FOUND)
               MOVE JRN-STAMP TO WS-PF-LAST-CHG(WS-PF-FOUND)
             END-IF
             IF WS-ENTRY-IN-PERIOD = 'Y'
               ADD 1 TO WS-PF-CHANGES(WS-PF-FOUND)
             END-IF
           END-IF
           .
      ***** UserAuth logs each refusal through IncidentLog as
      ***** "authorization refused: user <id> permission <p>".
       B50-ScanIncidents.
           MOVE 'N' TO EOF-INCIDENT-FILE
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-INCIDENT-FILE = 'Y'
             READ INCIDENT-FILE
               AT END MOVE 'Y' TO EOF-INCIDENT-FILE
               NOT AT END
                 PERFORM B55-TallyRefusal
             END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           .
       B55-TallyRefusal.
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           UNSTRING INCIDENT-LINE
             DELIMITED BY "authorization refused: user "
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           END-UNSTRING
           IF WS-PARSE-TAIL = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENTRY-USER
           MOVE SPACES TO WS-ENTRY-PERM
           UNSTRING WS-PARSE-TAIL DELIMITED BY " permission "
             INTO WS-ENTRY-USER WS-ENTRY-PERM
           END-UNSTRING
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-ENTRY-STAMP
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP
           END-UNSTRING
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-USER TO WS-PF-ID
           PERFORM B80-FindProfile
           IF WS-PF-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM B90-CheckPeriod
           IF WS-ENTRY-STAMP > WS-PF-LAST-REFUSAL(WS-PF-FOUND)
             MOVE WS-ENTRY-STAMP TO WS-PF-LAST-REFUSAL(WS-PF-FOUND)
           END-IF
           IF WS-ENTRY-IN-PERIOD = 'Y'
             ADD 1 TO WS-PF-REFUSALS(WS-PF-FOUND)
           END-IF
           .
      ***** The quarter's worksheet as it stands, if there is one.
       B60-LoadWorksheet.
           MOVE 'N' TO EOF-WORK-FILE
           MOVE 'N' TO WS-WORK-EXISTS
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-WORK-EXISTS
           PERFORM WITH TEST AFTER UNTIL EOF-WORK-FILE = 'Y'
             READ WORK-FILE
               AT END MOVE 'Y' TO EOF-WORK-FILE
               NOT AT END
                 IF WRK-USER NOT = SPACES
                   IF WS-WK-COUNT >= 500
                     DISPLAY "ABEND: worksheet "
                       FUNCTION TRIM(WS-WORK-PATH)
                       " holds more than 500 lines"
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                   END-IF
                   ADD 1 TO WS-WK-COUNT
                   INITIALIZE WS-WK-ENTRY(WS-WK-COUNT)
                   MOVE WRK-USER TO WS-WK-USER(WS-WK-COUNT)
                   MOVE WRK-RIGHT TO WS-WK-RIGHT(WS-WK-COUNT)
                   MOVE WRK-FLAG TO WS-WK-FLAG(WS-WK-COUNT)
                   MOVE WRK-DECISION TO WS-WK-DECISION(WS-WK-COUNT)
                   MOVE WRK-REVIEWER TO WS-WK-REVIEWER(WS-WK-COUNT)
                   MOVE WRK-STAMP TO WS-WK-STAMP(WS-WK-COUNT)
                   MOVE WRK-APPLIED TO WS-WK-APPLIED(WS-WK-COUNT)
                   MOVE 'N' TO WS-WK-CURRENT(WS-WK-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORK-FILE
           .
       B80-FindProfile.
           MOVE 0 TO WS-PF-FOUND
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
             UNTIL WS-PF-IDX > WS-PF-COUNT
             IF WS-PF-RECORD(WS-PF-IDX)(1:12) = WS-PF-ID
               MOVE WS-PF-IDX TO WS-PF-FOUND
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .
      ***** Finds, or adds, the no-profile identity in WS-ENTRY-USER
      ***** and leaves WS-UK-IDX on it.
       B85-FindStranger.
           PERFORM VARYING WS-UK-IDX FROM 1 BY 1
             UNTIL WS-UK-IDX > WS-UK-COUNT
             IF WS-UK-USER(WS-UK-IDX) = WS-ENTRY-USER
               IF WS-ENTRY-STAMP > WS-UK-LAST(WS-UK-IDX)
                 MOVE WS-ENTRY-STAMP TO WS-UK-LAST(WS-UK-IDX)
               END-IF
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-UK-COUNT >= 200
             DISPLAY "ABEND: more than 200 identities with no profile"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-UK-COUNT
           MOVE WS-UK-COUNT TO WS-UK-IDX
           MOVE WS-ENTRY-USER TO WS-UK-USER(WS-UK-IDX)
           MOVE 0 TO WS-UK-LEDGER(WS-UK-IDX)
           MOVE 0 TO WS-UK-JOURNAL(WS-UK-IDX)
           MOVE WS-ENTRY-STAMP TO WS-UK-LAST(WS-UK-IDX)
           .
       B90-CheckPeriod.
           MOVE 'N' TO WS-ENTRY-IN-PERIOD
           MOVE WS-ENTRY-STAMP(1:8) TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE >= WS-PER-FROM
             AND WS-ENTRY-DATE <= WS-PER-TO
             MOVE 'Y' TO WS-ENTRY-IN-PERIOD
           END-IF
           .
      ***** A user with rights and no activity of any kind in the
      ***** quarter is DORMANT on every right held; otherwise each
      ***** right held and not used is UNUSED. A profile with no
      ***** rights has nothing to recertify.
       C00-FlagProfiles.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
             UNTIL WS-PF-IDX > WS-PF-COUNT
             MOVE 'N' TO WS-ACTIVE
             IF WS-PF-RUNS(WS-PF-IDX) > 0
               OR WS-PF-CHANGES(WS-PF-IDX) > 0
               OR WS-PF-RESTORES(WS-PF-IDX) > 0
               MOVE 'Y' TO WS-ACTIVE
             END-IF
             PERFORM VARYING WS-RIGHT-IDX FROM 1 BY 1
               UNTIL WS-RIGHT-IDX > 3
               PERFORM C10-FlagOneRight
             END-PERFORM
           END-PERFORM
           .
       C10-FlagOneRight.
           COMPUTE WS-RIGHT-COL = 12 + WS-RIGHT-IDX
           IF WS-PF-RECORD(WS-PF-IDX)(WS-RIGHT-COL:1) NOT = 'Y'
             EXIT PARAGRAPH
           END-IF
           EVALUATE WS-RIGHT-IDX
             WHEN 1
               MOVE WS-PF-LONG-RUNS(WS-PF-IDX) TO WS-USE-COUNT
             WHEN 2
               MOVE WS-PF-CHANGES(WS-PF-IDX) TO WS-USE-COUNT
             WHEN 3
               MOVE WS-PF-RESTORES(WS-PF-IDX) TO WS-USE-COUNT
           END-EVALUATE
           IF WS-USE-COUNT > 0
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-RECORD(WS-PF-IDX)(1:12) TO WS-NEW-USER
           MOVE WS-RIGHT-LETTERS(WS-RIGHT-IDX:1) TO WS-NEW-RIGHT
           IF WS-ACTIVE = 'Y'
             MOVE "UNUSED" TO WS-NEW-FLAG
           ELSE
             MOVE "DORMANT" TO WS-NEW-FLAG
           END-IF
           PERFORM C20-AddFlag
           .
      ***** Keeps a decision already recorded against the same user
      ***** and right; a new line starts undecided.
       C20-AddFlag.
           PERFORM C25-FindWorkLine
           IF WS-WK-FOUND = 0
             IF WS-WK-COUNT >= 500
               DISPLAY "ABEND: more than 500 flagged lines"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-WK-COUNT
             MOVE WS-WK-COUNT TO WS-WK-FOUND
             INITIALIZE WS-WK-ENTRY(WS-WK-FOUND)
             MOVE WS-NEW-USER TO WS-WK-USER(WS-WK-FOUND)
             MOVE WS-NEW-RIGHT TO WS-WK-RIGHT(WS-WK-FOUND)
           END-IF
           IF WS-WK-APPLIED(WS-WK-FOUND) = SPACES
             MOVE WS-NEW-FLAG TO WS-WK-FLAG(WS-WK-FOUND)
           END-IF
           MOVE 'Y' TO WS-WK-CURRENT(WS-WK-FOUND)
           .
       C25-FindWorkLine.
           MOVE 0 TO WS-WK-FOUND
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
             UNTIL WS-WK-IDX > WS-WK-COUNT
             IF WS-WK-USER(WS-WK-IDX) = WS-NEW-USER
               AND WS-WK-RIGHT(WS-WK-IDX) = WS-NEW-RIGHT
               MOVE WS-WK-IDX TO WS-WK-FOUND
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .
       C30-FlagStrangers.
           PERFORM VARYING WS-UK-IDX FROM 1 BY 1
             UNTIL WS-UK-IDX > WS-UK-COUNT
             MOVE WS-UK-USER(WS-UK-IDX) TO WS-NEW-USER
             MOVE "-" TO WS-NEW-RIGHT
             MOVE "NOPROFILE" TO WS-NEW-FLAG
             PERFORM C20-AddFlag
           END-PERFORM
           .
      ***** One line per profile: its rights, then last activity of
      ***** each kind with the quarter's count beside it.
       D00-WriteProfiles.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "-- Profiles --" TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "user         LMR  last run            runs   long"
             "  last change         chgs  last restore      rsts"
             "  last refusal      refd"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
             UNTIL WS-PF-IDX > WS-PF-COUNT
             PERFORM D05-WriteOneProfile
           END-PERFORM
           .
       D05-WriteOneProfile.
           MOVE WS-PF-LAST-RUN(WS-PF-IDX) TO WS-SHOW-RUN
           MOVE WS-PF-LAST-CHG(WS-PF-IDX) TO WS-SHOW-CHG
           MOVE WS-PF-LAST-RESTORE(WS-PF-IDX) TO WS-SHOW-RESTORE
           MOVE WS-PF-LAST-REFUSAL(WS-PF-IDX) TO WS-SHOW-REFUSAL
           IF WS-SHOW-RUN = SPACES
             MOVE "-" TO WS-SHOW-RUN
           END-IF
           IF WS-SHOW-CHG = SPACES
             MOVE "-" TO WS-SHOW-CHG
           END-IF
           IF WS-SHOW-RESTORE = SPACES
             MOVE "-" TO WS-SHOW-RESTORE
           END-IF
           IF WS-SHOW-REFUSAL = SPACES
             MOVE "-" TO WS-SHOW-REFUSAL
           END-IF
           MOVE WS-PF-RUNS(WS-PF-IDX) TO WS-COUNT-EDIT
           MOVE WS-PF-LONG-RUNS(WS-PF-IDX) TO WS-COUNT-EDIT2
           MOVE WS-PF-CHANGES(WS-PF-IDX) TO WS-COUNT-EDIT3
           MOVE SPACES TO RPT-LINE
           STRING WS-PF-RECORD(WS-PF-IDX)(1:12) " "
             WS-PF-RECORD(WS-PF-IDX)(13:3) "  "
             WS-SHOW-RUN " " WS-COUNT-EDIT " " WS-COUNT-EDIT2 "  "
             WS-SHOW-CHG " " WS-COUNT-EDIT3
             DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-PF-RESTORES(WS-PF-IDX) TO WS-COUNT-EDIT
           MOVE WS-PF-REFUSALS(WS-PF-IDX) TO WS-COUNT-EDIT2
           MOVE SPACES TO WS-PAGED-LINE
           STRING "  " WS-SHOW-RESTORE " " WS-COUNT-EDIT(3:4)
             "  " WS-SHOW-REFUSAL " " WS-COUNT-EDIT2(3:4)
             DELIMITED BY SIZE INTO WS-PAGED-LINE
           MOVE WS-PAGED-LINE TO RPT-LINE(76:85)
           PERFORM A97-WritePagedLine
           .
       D10-WriteStrangers.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "-- Identities active this quarter with no profile --"
             TO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-UK-COUNT = 0
             MOVE "  (none)" TO RPT-LINE
             PERFORM A97-WritePagedLine
             EXIT PARAGRAPH
           END-IF
           MOVE "user         last seen          ledger  journal"
             TO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-UK-IDX FROM 1 BY 1
             UNTIL WS-UK-IDX > WS-UK-COUNT
             MOVE WS-UK-LEDGER(WS-UK-IDX) TO WS-COUNT-EDIT
             MOVE WS-UK-JOURNAL(WS-UK-IDX) TO WS-COUNT-EDIT2
             MOVE SPACES TO RPT-LINE
             STRING WS-UK-USER(WS-UK-IDX) " "
               WS-UK-LAST(WS-UK-IDX) "  " WS-COUNT-EDIT "   "
               WS-COUNT-EDIT2
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-PERFORM
           .
      ***** Every line on the worksheet this quarter, with where its
      ***** decision stands.
       D20-WriteFlags.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "-- Flagged for decision --" TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "user         right  flag        decision  "
             "reviewer      decided            applied"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
             UNTIL WS-WK-IDX > WS-WK-COUNT
             IF WS-WK-CURRENT(WS-WK-IDX) = 'Y'
               OR WS-WK-DECISION(WS-WK-IDX) NOT = SPACES
               PERFORM D25-WriteOneFlag
             END-IF
           END-PERFORM
           IF WS-FLAG-COUNT = 0
             MOVE "  (none)" TO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           .
       D25-WriteOneFlag.
           ADD 1 TO WS-FLAG-COUNT
           MOVE SPACES TO RPT-LINE
           IF WS-WK-DECISION(WS-WK-IDX) = SPACES
             ADD 1 TO WS-UNDECIDED-COUNT
             STRING WS-WK-USER(WS-WK-IDX) " "
               WS-WK-RIGHT(WS-WK-IDX) "      "
               WS-WK-FLAG(WS-WK-IDX) "  UNDECIDED"
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             IF WS-WK-DECISION(WS-WK-IDX) = "RETAIN"
               ADD 1 TO WS-RETAIN-COUNT
             ELSE
               ADD 1 TO WS-REVOKE-COUNT
             END-IF
             STRING WS-WK-USER(WS-WK-IDX) " "
               WS-WK-RIGHT(WS-WK-IDX) "      "
               WS-WK-FLAG(WS-WK-IDX) "  "
               WS-WK-DECISION(WS-WK-IDX) "  "
               WS-WK-REVIEWER(WS-WK-IDX) "  "
               WS-WK-STAMP(WS-WK-IDX) "  "
               WS-WK-APPLIED(WS-WK-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           .
       D80-WriteSummary.
           MOVE SPACES TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE WS-PF-COUNT TO WS-COUNT-EDIT
           MOVE WS-UK-COUNT TO WS-COUNT-EDIT2
           MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT3
           MOVE SPACES TO RPT-LINE
           STRING "Profiles: " FUNCTION TRIM(WS-COUNT-EDIT)
             "  no-profile identities: " FUNCTION TRIM(WS-COUNT-EDIT2)
             "  flagged lines: " FUNCTION TRIM(WS-COUNT-EDIT3)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE WS-UNDECIDED-COUNT TO WS-COUNT-EDIT
           MOVE WS-RETAIN-COUNT TO WS-COUNT-EDIT2
           MOVE WS-REVOKE-COUNT TO WS-COUNT-EDIT3
           MOVE SPACES TO RPT-LINE
           STRING "Undecided: " FUNCTION TRIM(WS-COUNT-EDIT)
             "  RETAIN: " FUNCTION TRIM(WS-COUNT-EDIT2)
             "  REVOKE: " FUNCTION TRIM(WS-COUNT-EDIT3)
             "  (worksheet " FUNCTION TRIM(WS-WORK-PATH) ")"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           IF WS-ARCHIVES-READ = 0
             MOVE SPACES TO RPT-LINE
             STRING "NOTE: no ledger archive for the quarter was on "
               "file; ledger evidence is the live ledger only"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           .
      ***** DECIDE: one line of the quarter's worksheet gets the
      ***** reviewer's decision, journaled with the line's before
      ***** and after images.
       E00-RecordDecision.
           PERFORM B60-LoadWorksheet
           IF WS-WORK-EXISTS = 'N'
             DISPLAY "ABEND: no worksheet " FUNCTION TRIM(WS-WORK-PATH)
               "; run accrecert REPORT " WS-PERIOD " first"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-DEC-USER TO WS-NEW-USER
           MOVE WS-DEC-RIGHT TO WS-NEW-RIGHT
           PERFORM C25-FindWorkLine
           IF WS-WK-FOUND = 0
             DISPLAY "ABEND: no flagged line for "
               FUNCTION TRIM(WS-DEC-USER) " right " WS-DEC-RIGHT
               " on " FUNCTION TRIM(WS-WORK-PATH)
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-UA-USER = WS-DEC-USER
             DISPLAY "REFUSED: " FUNCTION TRIM(WS-UA-USER)
               " may not decide a line about their own access"
             MOVE 8 TO WS-FINAL-RC
             EXIT PARAGRAPH
           END-IF
           IF WS-WK-APPLIED(WS-WK-FOUND) NOT = SPACES
             DISPLAY "ABEND: the line for " FUNCTION TRIM(WS-DEC-USER)
               " right " WS-DEC-RIGHT " was already applied "
               WS-WK-APPLIED(WS-WK-FOUND)
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-WK-FOUND TO WS-WK-IDX
           PERFORM G10-FormatWorkLine
           MOVE WS-WORK-LINE TO WS-CJ-BEFORE
           MOVE WS-DEC-DECISION TO WS-WK-DECISION(WS-WK-FOUND)
           MOVE WS-UA-USER TO WS-WK-REVIEWER(WS-WK-FOUND)
           MOVE WS-NOW-STAMP TO WS-WK-STAMP(WS-WK-FOUND)
           PERFORM G10-FormatWorkLine
           MOVE WS-WORK-LINE TO WS-CJ-AFTER
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
             UNTIL WS-WK-IDX > WS-WK-COUNT
             MOVE 'Y' TO WS-WK-CURRENT(WS-WK-IDX)
           END-PERFORM
           PERFORM G00-WriteWorksheet
           MOVE "euler.recert" TO WS-CJ-FILE
           MOVE "DECIDE" TO WS-CJ-MODE
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           DISPLAY "Recorded " FUNCTION TRIM(WS-DEC-DECISION) " for "
             FUNCTION TRIM(WS-DEC-USER) " right " WS-DEC-RIGHT
           .
      ***** APPLY: every decided, not yet applied line. The profile
      ***** file is rewritten first; only then are the changes
      ***** journaled and the lines stamped applied, so a failed
      ***** rewrite leaves nothing claiming it happened.
       F00-ApplyDecisions.
           PERFORM B00-LoadProfiles
           PERFORM B60-LoadWorksheet
           IF WS-WORK-EXISTS = 'N'
             DISPLAY "ABEND: no worksheet " FUNCTION TRIM(WS-WORK-PATH)
               "; run accrecert REPORT " WS-PERIOD " first"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
             UNTIL WS-WK-IDX > WS-WK-COUNT
             MOVE 'Y' TO WS-WK-CURRENT(WS-WK-IDX)
             IF WS-WK-DECISION(WS-WK-IDX) = SPACES
               ADD 1 TO WS-UNDECIDED-COUNT
               DISPLAY "UNDECIDED: " WS-WK-USER(WS-WK-IDX)
                 " right " WS-WK-RIGHT(WS-WK-IDX) " "
                 WS-WK-FLAG(WS-WK-IDX)
             ELSE
               IF WS-WK-APPLIED(WS-WK-IDX) = SPACES
                 PERFORM F10-ApplyOneLine
               END-IF
             END-IF
           END-PERFORM
           IF WS-PROFILE-CHANGES > 0
             PERFORM F20-RewriteProfiles
           END-IF
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
             UNTIL WS-WK-IDX > WS-WK-COUNT
             IF WS-WK-JOURNAL(WS-WK-IDX) NOT = SPACES
               MOVE "euler.users" TO WS-CJ-FILE
               MOVE WS-WK-JOURNAL(WS-WK-IDX) TO WS-CJ-MODE
               MOVE WS-WK-BEFORE(WS-WK-IDX) TO WS-CJ-BEFORE
               MOVE WS-WK-AFTER(WS-WK-IDX) TO WS-CJ-AFTER
               CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
                 WS-CJ-BEFORE WS-CJ-AFTER
             END-IF
           END-PERFORM
           PERFORM G00-WriteWorksheet
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           MOVE WS-PROFILE-CHANGES TO WS-COUNT-EDIT2
           MOVE WS-UNDECIDED-COUNT TO WS-COUNT-EDIT3
           DISPLAY "Applied " FUNCTION TRIM(WS-COUNT-EDIT)
             " decisions, " FUNCTION TRIM(WS-COUNT-EDIT2)
             " profile changes; " FUNCTION TRIM(WS-COUNT-EDIT3)
             " lines still undecided"
           IF WS-UNDECIDED-COUNT > 0
             MOVE 4 TO WS-FINAL-RC
           END-IF
           .
      ***** REVOKE on a right sets its column to N; RETAIN on a
      ***** NOPROFILE line adds a profile with no rights. RETAIN on
      ***** a right, REVOKE on a NOPROFILE line, and a REVOKE whose
      ***** right is already gone change nothing but are still
      ***** stamped applied, which closes them.
       F10-ApplyOneLine.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-NOW-STAMP TO WS-WK-APPLIED(WS-WK-IDX)
           MOVE WS-WK-USER(WS-WK-IDX) TO WS-PF-ID
           PERFORM B80-FindProfile
           IF WS-WK-RIGHT(WS-WK-IDX) = "-"
             IF WS-WK-DECISION(WS-WK-IDX) = "RETAIN"
               AND WS-PF-FOUND = 0
               IF WS-PF-COUNT >= 200
                 DISPLAY "ABEND: euler.users would hold more than "
                   "200 users"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-PF-COUNT
               INITIALIZE WS-PF-ENTRY(WS-PF-COUNT)
               MOVE SPACES TO WS-PF-RECORD(WS-PF-COUNT)
               MOVE WS-WK-USER(WS-WK-IDX)
                 TO WS-PF-RECORD(WS-PF-COUNT)(1:12)
               MOVE "NNN" TO WS-PF-RECORD(WS-PF-COUNT)(13:3)
               MOVE SPACES TO WS-WK-BEFORE(WS-WK-IDX)
               MOVE WS-PF-RECORD(WS-PF-COUNT)
                 TO WS-WK-AFTER(WS-WK-IDX)
               MOVE "ADD" TO WS-WK-JOURNAL(WS-WK-IDX)
               ADD 1 TO WS-PROFILE-CHANGES
               DISPLAY "Added profile with no rights for "
                 FUNCTION TRIM(WS-WK-USER(WS-WK-IDX))
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF WS-WK-DECISION(WS-WK-IDX) NOT = "REVOKE"
             OR WS-PF-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           EVALUATE WS-WK-RIGHT(WS-WK-IDX)
             WHEN "L"
               MOVE 13 TO WS-RIGHT-COL
             WHEN "M"
               MOVE 14 TO WS-RIGHT-COL
             WHEN OTHER
               MOVE 15 TO WS-RIGHT-COL
           END-EVALUATE
           IF WS-PF-RECORD(WS-PF-FOUND)(WS-RIGHT-COL:1) NOT = 'Y'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-RECORD(WS-PF-FOUND) TO WS-WK-BEFORE(WS-WK-IDX)
           MOVE 'N' TO WS-PF-RECORD(WS-PF-FOUND)(WS-RIGHT-COL:1)
           MOVE WS-PF-RECORD(WS-PF-FOUND) TO WS-WK-AFTER(WS-WK-IDX)
           MOVE "REVOKE" TO WS-WK-JOURNAL(WS-WK-IDX)
           ADD 1 TO WS-PROFILE-CHANGES
           DISPLAY "Revoked " WS-WK-RIGHT(WS-WK-IDX) " from "
             FUNCTION TRIM(WS-WK-USER(WS-WK-IDX))
           .
       F20-RewriteProfiles.
           OPEN OUTPUT USERS-FILE
           IF WS-USERS-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot rewrite profile file "
               "project-euler/euler.users (status "
               WS-USERS-STATUS-CD "); nothing applied"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
             UNTIL WS-PF-IDX > WS-PF-COUNT
             MOVE WS-PF-RECORD(WS-PF-IDX) TO USERS-RECORD
             WRITE USERS-RECORD
           END-PERFORM
           CLOSE USERS-FILE
           .
      ***** Rewrites the worksheet: every line flagged this run and
      ***** every line already decided, whether or not it is still
      ***** flagged.
       G00-WriteWorksheet.
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot write worksheet "
               FUNCTION TRIM(WS-WORK-PATH) " (status "
               WS-WORK-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
             UNTIL WS-WK-IDX > WS-WK-COUNT
             IF WS-WK-CURRENT(WS-WK-IDX) = 'Y'
               OR WS-WK-DECISION(WS-WK-IDX) NOT = SPACES
               PERFORM G10-FormatWorkLine
               WRITE WORK-RECORD FROM WS-WORK-LINE
             END-IF
           END-PERFORM
           CLOSE WORK-FILE
           .
       G10-FormatWorkLine.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-WK-USER(WS-WK-IDX) TO WL-USER
           MOVE WS-WK-RIGHT(WS-WK-IDX) TO WL-RIGHT
           MOVE WS-WK-FLAG(WS-WK-IDX) TO WL-FLAG
           MOVE WS-WK-DECISION(WS-WK-IDX) TO WL-DECISION
           MOVE WS-WK-REVIEWER(WS-WK-IDX) TO WL-REVIEWER
           MOVE WS-WK-STAMP(WS-WK-IDX) TO WL-STAMP
           MOVE WS-WK-APPLIED(WS-WK-IDX) TO WL-APPLIED
           .
      ***** Exit
       END PROGRAM AccRecert.
