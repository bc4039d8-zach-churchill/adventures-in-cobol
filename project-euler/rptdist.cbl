       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Report Distribution
      *
      *    Delivers each night's reports to the people who read them,
      *    so nobody has to hunt through project-euler/ for their own
      *    copy. The distribution control file
      *    (project-euler/euler.distrib) says who gets what, one row
      *    per line in fixed columns:
      *        column  1      D = distribution row, G = group member
      *        columns 3-14   D: report id     G: group name
      *        columns 16-27  D: recipient     G: member user id
      *    A D row's recipient is a group name (every member gets the
      *    report) or a user id from project-euler/euler.users.
      *
      *    Report ids:
      *        DRIVER     consolidated driver report (eulerdriver.rpt)
      *        REGRESS    regression report (eulerregress.rpt)
      *        DASHBOARD  daily dashboard (euler.daily.rpt)
      *        SLA        batch-window report (slawatch.rpt)
      *        <name>     one extract: any name with an OUTPUT row in
      *                   project-euler/euler.extracts
      *        EXTRACTS   every extract euler.extracts defines
      *        <id>       one scheduled scenario run: any schedule
      *                   id in project-euler/euler.scensched, the
      *                   report EulerScen SCHEDULED writes to
      *                   eulerscen.<id>.rpt. It is delivered only on
      *                   a night the decision file
      *                   (project-euler/euler.schedule) lists it
      *                   due, and left alone on any other, so an
      *                   old run's report is never re-sent
      *    Every report's latest version is resolved through
      *    report.catalog, the way OpsAlert and RptPack do; a report
      *    with no catalog entry is taken under its fixed name.
      *
      *    Each delivery copies the report into the recipient's
      *    outbox directory, project-euler/outbox/<user>/, under the
      *    resolved file name (so a versioned report arrives with its
      *    version stamp), and appends one line to the delivery log
      *    (project-euler/euler.delivery): date, time, report id,
      *    recipient, version delivered, and outcome - DELIVERED,
      *    MISSING (the report was not produced), FAILED (the copy
      *    could not be written) or NOUSER (recipient is neither a
      *    group nor on euler.users). A missing report is also
      *    raised once as a MISSINGRPT alert through the operator
      *    alert file and the alert feed (see opsalert.cbl), with
      *    the severity the alert routing file gives MISSINGRPT, so
      *    it is never a silent gap. Since OpsAlert rewrites both
      *    alert files, this step runs after it in the nightly
      *    cycle, the way SlaWatch does.
      *
      *    RETURN-CODE 4 when any delivery was not made.
      *****************************************************************
       PROGRAM-ID. RptDist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-FILE ASSIGN TO "project-euler/euler.distrib"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIST-STATUS-CD.
           SELECT USER-FILE ASSIGN TO "project-euler/euler.users"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-USER-STATUS-CD.
           SELECT EXTRACT-FILE ASSIGN TO "project-euler/euler.extracts"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-STATUS-CD.
           SELECT CATALOG-FILE ASSIGN TO "project-euler/report.catalog"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS-CD.
           SELECT SCENSCHED-FILE
             ASSIGN TO "project-euler/euler.scensched"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCENSCHED-STATUS-CD.
           SELECT DECISION-FILE
             ASSIGN TO "project-euler/euler.schedule"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DECISION-STATUS-CD.
           SELECT ROUTE-FILE ASSIGN TO "project-euler/euler.alertroute"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROUTE-STATUS-CD.
           SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-IN-STATUS-CD.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OUT-STATUS-CD.
           SELECT LOG-FILE ASSIGN TO "project-euler/euler.delivery"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOG-STATUS-CD.
           SELECT ALERT-FILE ASSIGN TO "project-euler/euler.alert"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-STATUS-CD.
           SELECT FEED-FILE ASSIGN TO "project-euler/euler.alertfeed"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD DIST-FILE.
       01 DIST-RECORD.
           05 DIST-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 DIST-NAME PIC X(12).
           05 FILLER PIC X(1).
           05 DIST-RECIPIENT PIC X(12).
       FD USER-FILE.
       01 USER-RECORD.
           05 USER-ID PIC X(12).
           05 FILLER PIC X(68).
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           05 EXT-NAME PIC X(12).
           05 EXT-KEYWORD PIC X(8).
           05 EXT-VALUE PIC X(100).
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-BASE PIC X(60).
           05 CAT-VERSIONED PIC X(100).
       FD SCENSCHED-FILE.
       01 SCENSCHED-RECORD.
           05 SS-ID PIC X(12).
           05 FILLER PIC X(68).
       FD DECISION-FILE.
       01 DECISION-LINE PIC X(100).
       FD ROUTE-FILE.
       01 ROUTE-RECORD.
           05 ROUTE-CONDITION PIC X(12).
           05 ROUTE-SEVERITY PIC X(1).
           05 FILLER PIC X(1).
           05 ROUTE-ESCALATE PIC 9(2).
       FD IN-FILE.
       01 IN-RECORD PIC X(300).
       FD OUT-FILE.
       01 OUT-RECORD PIC X(300).
       FD LOG-FILE.
       01 LOG-LINE PIC X(160).
       FD ALERT-FILE.
       01 ALERT-LINE PIC X(160).
       FD FEED-FILE.
       01 FEED-RECORD.
           05 FEED-SEVERITY PIC X(1).
           05 FILLER PIC X(1).
           05 FEED-PROGRAM PIC X(12).
           05 FILLER PIC X(1).
           05 FEED-CONDITION PIC X(12).
           05 FILLER PIC X(1).
           05 FEED-KEY PIC X(40).
           05 FILLER PIC X(1).
           05 FEED-DATE PIC 9(8).
           05 FEED-TIME PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-DIST-STATUS-CD PIC XX.
       01 WS-USER-STATUS-CD PIC XX.
       01 WS-EXTRACT-STATUS-CD PIC XX.
       01 WS-CATALOG-STATUS-CD PIC XX.
       01 WS-ROUTE-STATUS-CD PIC XX.
       01 WS-SCENSCHED-STATUS-CD PIC XX.
       01 WS-DECISION-STATUS-CD PIC XX.
       01 WS-DUE-ID PIC X(12).
       01 WS-IN-STATUS-CD PIC XX.
       01 WS-OUT-STATUS-CD PIC XX.
       01 WS-LOG-STATUS-CD PIC XX.
       01 WS-ALERT-STATUS-CD PIC XX.
       01 WS-FEED-STATUS-CD PIC XX.
       01 WS-IN-NAME PIC X(100).
       01 WS-OUT-NAME PIC X(100).
       01 WS-OUTBOX-ROOT PIC X(60) VALUE "project-euler/outbox".
       01 WS-OUTBOX-DIR PIC X(80).
       01 EOF-FLAG PIC X.
       01 EOF-IN-FILE PIC X.
       01 WS-REPORT-COUNT PIC 9(2) VALUE 0.
       01 WS-REPORT-TBL.
           05 WS-REPORT-ENTRY OCCURS 30 TIMES.
               10 WS-REP-ID PIC X(12).
               10 WS-REP-BASE PIC X(60).
               10 WS-REP-RESOLVED PIC X(100).
               10 WS-REP-LEAF PIC X(100).
               10 WS-REP-PRESENT PIC X(1).
               10 WS-REP-EXTRACT PIC X(1).
               10 WS-REP-SCHEDULED PIC X(1).
               10 WS-REP-DUE PIC X(1).
       01 WS-REP-IDX PIC 9(2).
       01 WS-REP-HIT PIC 9(2).
       01 WS-DIST-COUNT PIC 9(3) VALUE 0.
       01 WS-DIST-TBL.
           05 WS-DIST-ENTRY OCCURS 300 TIMES.
               10 WS-DST-REPORT PIC X(12).
               10 WS-DST-RECIPIENT PIC X(12).
       01 WS-DIST-IDX PIC 9(3).
       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GROUP-TBL.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES.
               10 WS-GRP-NAME PIC X(12).
               10 WS-GRP-MEMBER PIC X(12).
       01 WS-GROUP-IDX PIC 9(3).
       01 WS-GROUP-HIT PIC X(1).
       01 WS-USER-COUNT PIC 9(3) VALUE 0.
       01 WS-USER-TBL.
           05 WS-USER-NAME PIC X(12) OCCURS 200 TIMES.
       01 WS-USER-IDX PIC 9(3).
       01 WS-USER-HIT PIC X(1).
       01 WS-RECIPIENT PIC X(12).
       01 WS-OUTCOME PIC X(10).
       01 WS-VERSION PIC X(60).
       01 WS-SLASH-IDX PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-LINE-COUNT PIC 9(7).
       01 WS-MISSING-SEV PIC X(1) VALUE 'I'.
       01 WS-DELIVERED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNDELIVERED-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM B00-InitReports
           PERFORM B05-LoadExtracts
           PERFORM B07-LoadScenarioReports
           PERFORM B10-LoadUsers
           PERFORM B20-LoadDistribution
           IF WS-DIST-COUNT = 0
             DISPLAY "No distribution rows in "
               "project-euler/euler.distrib; nothing to deliver"
             PERFORM A99-ReportElapsedTime
             GOBACK
           END-IF
           PERFORM B30-ResolveVersions
           PERFORM B40-LoadMissingSeverity
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS-CD = "35"
             OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open delivery log "
               "project-euler/euler.delivery (status "
               WS-LOG-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-OUTBOX-ROOT
             ON EXCEPTION CONTINUE
           END-CALL
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
             UNTIL WS-REP-IDX > WS-REPORT-COUNT
             PERFORM C00-DistributeReport
           END-PERFORM
           CLOSE LOG-FILE
           DISPLAY "Deliveries made: " WS-DELIVERED-COUNT
             "  not made: " WS-UNDELIVERED-COUNT
             "  reports missing: " WS-MISSING-COUNT
           IF WS-UNDELIVERED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM A99-ReportElapsedTime
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
      ***** The reports every night produces under fixed base names;
      ***** extracts are added from euler.extracts next.
       B00-InitReports.
           MOVE 4 TO WS-REPORT-COUNT
           MOVE "DRIVER" TO WS-REP-ID(1)
           MOVE "project-euler/eulerdriver.rpt" TO WS-REP-BASE(1)
           MOVE "REGRESS" TO WS-REP-ID(2)
           MOVE "project-euler/eulerregress.rpt" TO WS-REP-BASE(2)
           MOVE "DASHBOARD" TO WS-REP-ID(3)
           MOVE "project-euler/euler.daily.rpt" TO WS-REP-BASE(3)
           MOVE "SLA" TO WS-REP-ID(4)
           MOVE "project-euler/slawatch.rpt" TO WS-REP-BASE(4)
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
             UNTIL WS-REP-IDX > WS-REPORT-COUNT
             MOVE 'N' TO WS-REP-EXTRACT(WS-REP-IDX)
             MOVE 'N' TO WS-REP-SCHEDULED(WS-REP-IDX)
           END-PERFORM
           .
      ***** Every extract with an OUTPUT row becomes a report id of
      ***** its own name.
       B05-LoadExtracts.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ EXTRACT-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF FUNCTION TRIM(EXT-KEYWORD) = "OUTPUT"
                   AND WS-REPORT-COUNT < 30
                   ADD 1 TO WS-REPORT-COUNT
                   MOVE EXT-NAME TO WS-REP-ID(WS-REPORT-COUNT)
                   MOVE FUNCTION TRIM(EXT-VALUE)
                     TO WS-REP-BASE(WS-REPORT-COUNT)
                   MOVE 'Y' TO WS-REP-EXTRACT(WS-REPORT-COUNT)
                   MOVE 'N' TO WS-REP-SCHEDULED(WS-REPORT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           .
      ***** Every scheduled scenario file is a report id of its
      ***** schedule id; those the decision file lists tonight are
      ***** marked due.
       B07-LoadScenarioReports.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT SCENSCHED-FILE
           IF WS-SCENSCHED-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ SCENSCHED-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF SS-ID NOT = SPACES AND SS-ID(1:1) NOT = "*"
                   AND WS-REPORT-COUNT < 30
                   ADD 1 TO WS-REPORT-COUNT
                   MOVE SS-ID TO WS-REP-ID(WS-REPORT-COUNT)
                   MOVE SPACES TO WS-REP-BASE(WS-REPORT-COUNT)
                   STRING "project-euler/eulerscen."
                     FUNCTION LOWER-CASE(FUNCTION TRIM(SS-ID))
                     ".rpt"
                     DELIMITED BY SIZE
                     INTO WS-REP-BASE(WS-REPORT-COUNT)
                   MOVE 'N' TO WS-REP-EXTRACT(WS-REPORT-COUNT)
                   MOVE 'Y' TO WS-REP-SCHEDULED(WS-REPORT-COUNT)
                   MOVE 'N' TO WS-REP-DUE(WS-REPORT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SCENSCHED-FILE
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ DECISION-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF DECISION-LINE(1:9) = "SCENARIO="
                   MOVE DECISION-LINE(10:12) TO WS-DUE-ID
                   PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                     UNTIL WS-REP-IDX > WS-REPORT-COUNT
                     IF WS-REP-SCHEDULED(WS-REP-IDX) = 'Y'
                       AND WS-REP-ID(WS-REP-IDX) = WS-DUE-ID
                       MOVE 'Y' TO WS-REP-DUE(WS-REP-IDX)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           .
       B10-LoadUsers.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot open project-euler/euler.users"
               " (status " WS-USER-STATUS-CD
               "); only group members can be delivered to"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ USER-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF USER-ID NOT = SPACES AND WS-USER-COUNT < 200
                   ADD 1 TO WS-USER-COUNT
                   MOVE USER-ID TO WS-USER-NAME(WS-USER-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE USER-FILE
           .
      ***** Loads the control file. A D row for EXTRACTS expands to
      ***** one row per extract; a row naming an unknown report id or
      ***** of an unknown type is reported and skipped.
       B20-LoadDistribution.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT DIST-FILE
           IF WS-DIST-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ DIST-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END PERFORM B25-NoteDistRow
             END-READ
           END-PERFORM
           CLOSE DIST-FILE
           .
       B25-NoteDistRow.
           EVALUATE DIST-TYPE
             WHEN 'G'
               IF WS-GROUP-COUNT < 200
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE DIST-NAME TO WS-GRP-NAME(WS-GROUP-COUNT)
                 MOVE DIST-RECIPIENT TO WS-GRP-MEMBER(WS-GROUP-COUNT)
               END-IF
             WHEN 'D'
               IF DIST-NAME = "EXTRACTS"
                 PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REPORT-COUNT
                   IF WS-REP-EXTRACT(WS-REP-IDX) = 'Y'
                     AND WS-DIST-COUNT < 300
                     ADD 1 TO WS-DIST-COUNT
                     MOVE WS-REP-ID(WS-REP-IDX)
                       TO WS-DST-REPORT(WS-DIST-COUNT)
                     MOVE DIST-RECIPIENT
                       TO WS-DST-RECIPIENT(WS-DIST-COUNT)
                   END-IF
                 END-PERFORM
                 EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-REP-HIT
               PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                 UNTIL WS-REP-IDX > WS-REPORT-COUNT OR WS-REP-HIT > 0
                 IF WS-REP-ID(WS-REP-IDX) = DIST-NAME
                   MOVE WS-REP-IDX TO WS-REP-HIT
                 END-IF
               END-PERFORM
               IF WS-REP-HIT = 0
                 DISPLAY "WARNING: euler.distrib names unknown report "
                   FUNCTION TRIM(DIST-NAME) "; row skipped"
                 EXIT PARAGRAPH
               END-IF
               IF WS-DIST-COUNT < 300
                 ADD 1 TO WS-DIST-COUNT
                 MOVE DIST-NAME TO WS-DST-REPORT(WS-DIST-COUNT)
                 MOVE DIST-RECIPIENT TO WS-DST-RECIPIENT(WS-DIST-COUNT)
               END-IF
             WHEN OTHER
               IF DIST-RECORD NOT = SPACES
                 DISPLAY "WARNING: euler.distrib row type '"
                   DIST-TYPE "' is not D or G; row skipped"
               END-IF
           END-EVALUATE
           .
      ***** Latest version of each report through the catalog; the
      ***** last entry for a base wins, and no entry leaves the fixed
      ***** base name. Presence is then a plain open test, and the
      ***** leaf name is what the outbox copy is written under.
       B30-ResolveVersions.
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
             UNTIL WS-REP-IDX > WS-REPORT-COUNT
             MOVE WS-REP-BASE(WS-REP-IDX) TO WS-REP-RESOLVED(WS-REP-IDX)
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS-CD = "00"
             PERFORM UNTIL EOF-FLAG = 'Y'
               READ CATALOG-FILE
                 AT END MOVE 'Y' TO EOF-FLAG
                 NOT AT END
                   PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                     UNTIL WS-REP-IDX > WS-REPORT-COUNT
                     IF CAT-BASE = WS-REP-BASE(WS-REP-IDX)
                       MOVE CAT-VERSIONED
                         TO WS-REP-RESOLVED(WS-REP-IDX)
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE CATALOG-FILE
           END-IF
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
             UNTIL WS-REP-IDX > WS-REPORT-COUNT
             MOVE 'N' TO WS-REP-PRESENT(WS-REP-IDX)
             MOVE WS-REP-RESOLVED(WS-REP-IDX) TO WS-IN-NAME
             OPEN INPUT IN-FILE
             IF WS-IN-STATUS-CD = "00"
               MOVE 'Y' TO WS-REP-PRESENT(WS-REP-IDX)
               CLOSE IN-FILE
             END-IF
             MOVE WS-REP-RESOLVED(WS-REP-IDX) TO WS-REP-LEAF(WS-REP-IDX)
             MOVE 0 TO WS-SLASH-IDX
             PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 100
               IF WS-REP-RESOLVED(WS-REP-IDX)(WS-SCAN-IDX:1) = "/"
                 MOVE WS-SCAN-IDX TO WS-SLASH-IDX
               END-IF
             END-PERFORM
             IF WS-SLASH-IDX > 0 AND WS-SLASH-IDX < 100
               MOVE WS-REP-RESOLVED(WS-REP-IDX)(WS-SLASH-IDX + 1:)
                 TO WS-REP-LEAF(WS-REP-IDX)
             END-IF
           END-PERFORM
           .
      ***** The severity a missing report is raised at: the routing
      ***** file's MISSINGRPT row, else OpsAlert's default of I.
       B40-LoadMissingSeverity.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ ROUTE-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF ROUTE-CONDITION = "MISSINGRPT"
                   AND (ROUTE-SEVERITY = 'P' OR ROUTE-SEVERITY = 'M'
                   OR ROUTE-SEVERITY = 'I')
                   MOVE ROUTE-SEVERITY TO WS-MISSING-SEV
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ROUTE-FILE
           .
      ***** One report to every distribution row that names it,
      ***** each row's recipient expanded through the groups. A
      ***** report nobody is on the list for is left alone.
       C00-DistributeReport.
           MOVE 'N' TO WS-GROUP-HIT
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
             UNTIL WS-DIST-IDX > WS-DIST-COUNT OR WS-GROUP-HIT = 'Y'
             IF WS-DST-REPORT(WS-DIST-IDX) = WS-REP-ID(WS-REP-IDX)
               MOVE 'Y' TO WS-GROUP-HIT
             END-IF
           END-PERFORM
           IF WS-GROUP-HIT = 'N'
             EXIT PARAGRAPH
           END-IF
           IF WS-REP-SCHEDULED(WS-REP-IDX) = 'Y'
             AND WS-REP-DUE(WS-REP-IDX) = 'N'
             DISPLAY "Scheduled scenario report "
               FUNCTION TRIM(WS-REP-ID(WS-REP-IDX))
               " not due tonight; not delivered"
             EXIT PARAGRAPH
           END-IF
           IF WS-REP-PRESENT(WS-REP-IDX) = 'N'
             ADD 1 TO WS-MISSING-COUNT
             PERFORM E00-RaiseMissingAlert
           END-IF
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
             UNTIL WS-DIST-IDX > WS-DIST-COUNT
             IF WS-DST-REPORT(WS-DIST-IDX) = WS-REP-ID(WS-REP-IDX)
               PERFORM C10-ExpandRecipient
             END-IF
           END-PERFORM
           .
       C10-ExpandRecipient.
           MOVE 'N' TO WS-GROUP-HIT
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
             UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
             IF WS-GRP-NAME(WS-GROUP-IDX)
               = WS-DST-RECIPIENT(WS-DIST-IDX)
               MOVE 'Y' TO WS-GROUP-HIT
               MOVE WS-GRP-MEMBER(WS-GROUP-IDX) TO WS-RECIPIENT
               PERFORM C20-DeliverToUser
             END-IF
           END-PERFORM
           IF WS-GROUP-HIT = 'N'
             MOVE WS-DST-RECIPIENT(WS-DIST-IDX) TO WS-RECIPIENT
             PERFORM C20-DeliverToUser
           END-IF
           .
      ***** One copy into one outbox, logged whatever the outcome.
       C20-DeliverToUser.
           MOVE WS-REP-LEAF(WS-REP-IDX) TO WS-VERSION
           MOVE 'N' TO WS-USER-HIT
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
             UNTIL WS-USER-IDX > WS-USER-COUNT OR WS-USER-HIT = 'Y'
             IF WS-USER-NAME(WS-USER-IDX) = WS-RECIPIENT
               MOVE 'Y' TO WS-USER-HIT
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-USER-HIT = 'N'
               MOVE "NOUSER" TO WS-OUTCOME
             WHEN WS-REP-PRESENT(WS-REP-IDX) = 'N'
               MOVE "MISSING" TO WS-OUTCOME
             WHEN OTHER
               PERFORM C30-CopyReport
           END-EVALUATE
           IF WS-OUTCOME = "DELIVERED"
             ADD 1 TO WS-DELIVERED-COUNT
           ELSE
             ADD 1 TO WS-UNDELIVERED-COUNT
           END-IF
           MOVE SPACES TO LOG-LINE
           STRING WS-RUN-DATE " " WS-RUN-TIME(1:6) " "
             WS-REP-ID(WS-REP-IDX) " " WS-RECIPIENT " "
             WS-OUTCOME " " FUNCTION TRIM(WS-VERSION)
             DELIMITED BY SIZE INTO LOG-LINE
           WRITE LOG-LINE
           DISPLAY "  " FUNCTION TRIM(WS-REP-ID(WS-REP-IDX)) " -> "
             FUNCTION TRIM(WS-RECIPIENT) ": " FUNCTION TRIM(WS-OUTCOME)
           .
      ***** The outbox directory is created on first use; an
      ***** existing one is left as it is.
       C30-CopyReport.
           MOVE SPACES TO WS-OUTBOX-DIR
           STRING FUNCTION TRIM(WS-OUTBOX-ROOT) "/"
             FUNCTION TRIM(WS-RECIPIENT)
             DELIMITED BY SIZE INTO WS-OUTBOX-DIR
           CALL "CBL_CREATE_DIR" USING WS-OUTBOX-DIR
             ON EXCEPTION CONTINUE
           END-CALL
           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-OUTBOX-DIR) "/"
             FUNCTION TRIM(WS-REP-LEAF(WS-REP-IDX))
             DELIMITED BY SIZE INTO WS-OUT-NAME
           MOVE WS-REP-RESOLVED(WS-REP-IDX) TO WS-IN-NAME
           OPEN INPUT IN-FILE
           IF WS-IN-STATUS-CD NOT = "00"
             MOVE "MISSING" TO WS-OUTCOME
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot write "
               FUNCTION TRIM(WS-OUT-NAME) " (status "
               WS-OUT-STATUS-CD ")"
             CLOSE IN-FILE
             MOVE "FAILED" TO WS-OUTCOME
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-IN-FILE
           MOVE 0 TO WS-LINE-COUNT
           PERFORM UNTIL EOF-IN-FILE = 'Y'
             READ IN-FILE
               AT END MOVE 'Y' TO EOF-IN-FILE
               NOT AT END
                 MOVE IN-RECORD TO OUT-RECORD
                 WRITE OUT-RECORD
                 ADD 1 TO WS-LINE-COUNT
             END-READ
           END-PERFORM
           CLOSE OUT-FILE
           CLOSE IN-FILE
           MOVE "DELIVERED" TO WS-OUTCOME
           .
      ***** A missing report goes to the operator alert file and the
      ***** alert feed the monitoring bridge reads, with the same
      ***** open-EXTEND-fall-back-to-OUTPUT handling SlaWatch uses.
      ***** A failed open is reported but never stops delivery.
       E00-RaiseMissingAlert.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS-CD = "35"
             OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot open alert file "
               "project-euler/euler.alert (status "
               WS-ALERT-STATUS-CD "); missing report not forwarded"
           ELSE
             MOVE SPACES TO ALERT-LINE
             STRING "[" WS-MISSING-SEV "] DELIVERY MISSINGRPT "
               FUNCTION TRIM(WS-REP-ID(WS-REP-IDX))
               " not produced tonight ("
               FUNCTION TRIM(WS-REP-RESOLVED(WS-REP-IDX))
               "); recipients not delivered"
               DELIMITED BY SIZE INTO ALERT-LINE
             WRITE ALERT-LINE
             CLOSE ALERT-FILE
           END-IF
           OPEN EXTEND FEED-FILE
           IF WS-FEED-STATUS-CD = "35"
             OPEN OUTPUT FEED-FILE
           END-IF
           IF WS-FEED-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot open alert feed file "
               "project-euler/euler.alertfeed (status "
               WS-FEED-STATUS-CD ")"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FEED-RECORD
           MOVE WS-MISSING-SEV TO FEED-SEVERITY
           MOVE "RptDist" TO FEED-PROGRAM
           MOVE "MISSINGRPT" TO FEED-CONDITION
           MOVE WS-REP-LEAF(WS-REP-IDX) TO FEED-KEY
           MOVE WS-RUN-DATE TO FEED-DATE
           MOVE WS-RUN-TIME(1:6) TO FEED-TIME
           WRITE FEED-RECORD
           CLOSE FEED-FILE
           DISPLAY "WARNING: report "
             FUNCTION TRIM(WS-REP-ID(WS-REP-IDX))
             " missing; MISSINGRPT alert raised"
           .
      ***** Exit
       END PROGRAM RptDist.
