       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Shift Handover
      *
      *    Builds the shift handover report for a given handover
      *    time, covering everything since the previous handover, so
      *    the shift change stops depending on a verbal briefing:
      *      - unclosed incidents (OPEN or ACKNOWLEDGED) from
      *        project-euler/euler.incidents with their age in days,
      *        the same reading IncAge makes;
      *      - unreviewed drift: DRIFT exceptions whose answer has no
      *        acceptance in project-euler/euler.driftdisp, listed
      *        once per program, parameters and drifted answer, the
      *        way the EulerMenu work list shows them;
      *      - requests still PENDING or FAILED in
      *        project-euler/euler.requests, and those the queue
      *        processor DEFERRED to a later night as too long for
      *        the window, with their estimate;
      *      - state-R (running) checkpoint entries in
      *        project-euler/euler.ckpt that nobody resumed;
      *      - stale heartbeats StatMon flagged (its "heartbeat
      *        stale" incidents) since the previous handover;
      *      - SLA breaches SLAWatch forwarded to
      *        project-euler/euler.alert since the previous handover;
      *      - every shift note added to project-euler/euler.notes
      *        since the previous handover.
      *    Standing items (incidents, drift, requests, checkpoints)
      *    are listed whatever their age, with NEW against the ones
      *    raised since the previous handover; nothing stamped after
      *    the handover time is listed.
      *
      *        handover [REPORT|SIGNOFF] [yyyymmdd-hhmm]
      *
      *    The handover time defaults to now. REPORT (the default)
      *    only prints the report. SIGNOFF prints it and then records
      *    the incoming operator's sign-off - their USER/LOGNAME
      *    identity, the window covered, the section counts and the
      *    report version signed - in the handover log
      *    project-euler/euler.handover. The last sign-off's handover
      *    time is where the next report's window starts; with no
      *    log yet the window starts at the beginning of every file.
      *    A handover time that is not after the last sign-off's is
      *    refused (RETURN-CODE 16).
      *
      *    Handover log record:
      *        columns   1-17  handover time (window end)
      *        columns  18-34  previous handover time (window start)
      *        columns  35-46  user id that signed off
      *        columns  47-63  time the sign-off was made
      *        columns  64-91  counts: incidents, drifts, requests,
      *                        checkpoints, stale heartbeats, SLA
      *                        breaches, notes (4 digits each)
      *        columns 92-191  report version that was signed
      *
      *    The report is versioned through ReportVersion under the
      *    base name project-euler/handover.rpt, so every signed
      *    report is kept; output also goes to the console.
      *****************************************************************
       PROGRAM-ID. Handover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-FILE
             ASSIGN TO "project-euler/euler.handover"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HANDOVER-STATUS-CD.
           SELECT INCIDENT-FILE
             ASSIGN TO "project-euler/euler.incidents"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INCIDENT-STATUS-CD.
           SELECT EXCEPT-FILE
             ASSIGN TO "project-euler/euler.exceptions"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPT-STATUS-CD.
           SELECT DISP-FILE ASSIGN TO "project-euler/euler.driftdisp"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISP-STATUS-CD.
           SELECT QUEUE-FILE ASSIGN TO "project-euler/euler.requests"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUEUE-STATUS-CD.
           SELECT CKPT-FILE ASSIGN TO "project-euler/euler.ckpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CKPT-STATUS-CD.
           SELECT ALERT-FILE ASSIGN TO "project-euler/euler.alert"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-STATUS-CD.
           SELECT NOTES-FILE ASSIGN TO "project-euler/euler.notes"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NOTES-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD HANDOVER-FILE.
       01 HANDOVER-RECORD.
           05 HO-WINDOW-END PIC X(17).
           05 HO-WINDOW-START PIC X(17).
           05 HO-USER PIC X(12).
           05 HO-SIGNED-STAMP PIC X(17).
           05 HO-INCIDENTS PIC 9(4).
           05 HO-DRIFTS PIC 9(4).
           05 HO-REQUESTS PIC 9(4).
           05 HO-CHECKPOINTS PIC 9(4).
           05 HO-STALE PIC 9(4).
           05 HO-BREACHES PIC 9(4).
           05 HO-NOTES PIC 9(4).
           05 HO-REPORT PIC X(100).
       FD INCIDENT-FILE.
       01 INCIDENT-LINE PIC X(200).
       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(250).
       FD DISP-FILE.
       01 DISP-RECORD.
           05 DISP-PROGRAM PIC X(12).
           05 DISP-PARMS PIC X(60).
           05 DISP-ANSWER PIC 9(20).
           05 FILLER PIC X(69).
       FD QUEUE-FILE.
       01 QUEUE-RECORD.
           05 REQ-ID PIC 9(5).
           05 REQ-USER PIC X(12).
           05 REQ-PROGRAM PIC X(12).
           05 REQ-PARMS PIC X(60).
           05 REQ-STATUS PIC X(8).
           05 REQ-STAMP PIC X(17).
           05 REQ-ANSWER PIC 9(20).
           05 REQ-RC PIC 9(4).
           05 REQ-INCIDENT PIC X(4).
           05 REQ-PRIORITY PIC X(1).
           05 REQ-ESTIMATE PIC X(8).
       FD CKPT-FILE.
       01 CKPT-RECORD.
           05 CM-PROGRAM PIC X(10).
           05 CM-PARMS PIC X(60).
           05 CM-STATE PIC X(1).
           05 CM-STAMP PIC X(17).
           05 CM-DATA PIC X(60).
       FD ALERT-FILE.
       01 ALERT-LINE PIC X(160).
       FD NOTES-FILE.
       01 NOTES-RECORD.
           05 NOTE-KEY PIC X(17).
           05 NOTE-STAMP PIC X(17).
           05 NOTE-USER PIC X(12).
           05 NOTE-TEXT PIC X(120).
       FD RPT-FILE.
       01 RPT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 WS-HANDOVER-STATUS-CD PIC XX.
       01 WS-INCIDENT-STATUS-CD PIC XX.
       01 WS-EXCEPT-STATUS-CD PIC XX.
       01 WS-DISP-STATUS-CD PIC XX.
       01 WS-QUEUE-STATUS-CD PIC XX.
       01 WS-CKPT-STATUS-CD PIC XX.
       01 WS-ALERT-STATUS-CD PIC XX.
       01 WS-NOTES-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-HANDOVER-FILE PIC X VALUE 'N'.
       01 EOF-INCIDENT-FILE PIC X VALUE 'N'.
       01 EOF-EXCEPT-FILE PIC X VALUE 'N'.
       01 EOF-DISP-FILE PIC X VALUE 'N'.
       01 EOF-QUEUE-FILE PIC X VALUE 'N'.
       01 EOF-CKPT-FILE PIC X VALUE 'N'.
       01 EOF-ALERT-FILE PIC X VALUE 'N'.
       01 EOF-NOTES-FILE PIC X VALUE 'N'.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/handover.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 WS-MODE PIC X(8) VALUE "REPORT".
       01 WS-ARG-IDX PIC 9(2).
       01 WS-ARG-VALUE PIC X(18).
       01 WS-ARG-TIME PIC X(18) VALUE SPACES.
       01 WS-ARG-TIME-X REDEFINES WS-ARG-TIME.
           05 WS-ARG-DATE PIC X(8).
           05 WS-ARG-DASH PIC X(1).
           05 WS-ARG-HH PIC X(2).
           05 WS-ARG-MM PIC X(2).
           05 FILLER PIC X(5).
       01 WS-USER-ID PIC X(12).
       01 WS-NOW-STAMP PIC X(17).
      ***** The window runs from the last sign-off's handover time
      ***** (spaces when there is none, which every stamp follows)
      ***** to this handover time.
       01 WS-WINDOW-START PIC X(17) VALUE SPACES.
       01 WS-WINDOW-END PIC X(17).
       01 WS-WINDOW-END-X REDEFINES WS-WINDOW-END.
           05 WS-WINDOW-END-DATE PIC 9(8).
           05 FILLER PIC X(9).
       01 WS-START-TEXT PIC X(17).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-STAMP-X REDEFINES WS-ENTRY-STAMP.
           05 WS-ENTRY-DATE PIC 9(8).
           05 FILLER PIC X(9).
       01 WS-ENTRY-REST PIC X(200).
       01 WS-NEW-FLAG PIC X(3).
       01 WS-INC-STATE PIC X(12).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-AGE-EDIT PIC ZZZZ9.
       01 WS-PARSE-HEAD PIC X(250).
       01 WS-PARSE-TAIL PIC X(250).
       01 WS-DRIFT-TAG PIC X(12).
       01 WS-DRIFT-PARMS PIC X(60).
       01 WS-DRIFT-PRIOR PIC X(60).
       01 WS-DRIFT-NOW-REST PIC X(250).
       01 WS-DRIFT-NOW-X PIC X(30).
       01 WS-DRIFT-NOW PIC 9(20).
       01 WS-DRIFT-ACCEPTED PIC X(1).
       01 WS-ACC-COUNT PIC 9(3) VALUE 0.
       01 WS-ACC-IDX PIC 9(3).
       01 WS-ACC-TBL.
           05 WS-ACC-ENTRY OCCURS 100 TIMES.
               10 WS-ACC-PROGRAM PIC X(12).
               10 WS-ACC-PARMS PIC X(60).
               10 WS-ACC-ANSWER PIC 9(20).
      ***** A drift that has alarmed on several runs with the same
      ***** answer is listed once, under its latest alarm.
       01 WS-DRIFT-COUNT-TBL PIC 9(3) VALUE 0.
       01 WS-DRIFT-IDX PIC 9(3).
       01 WS-DRIFT-TBL.
           05 WS-DRIFT-ENTRY OCCURS 200 TIMES.
               10 WS-DT-PROGRAM PIC X(12).
               10 WS-DT-PARMS PIC X(60).
               10 WS-DT-NOW PIC 9(20).
               10 WS-DT-STAMP PIC X(17).
               10 WS-DT-PRIOR PIC X(40).
       01 WS-DRIFT-FULL PIC X(1) VALUE 'N'.
       01 WS-SLA-COND PIC X(20).
       01 WS-EST-HSEC PIC 9(8).
       01 WS-EST-SEC-EDIT PIC Z(7)9.
       01 WS-SLA-LEN PIC 9(3).
       01 WS-SLA-POS PIC 9(3).
       01 WS-INCIDENT-COUNT PIC 9(4) VALUE 0.
       01 WS-NEW-INCIDENT-COUNT PIC 9(4) VALUE 0.
       01 WS-DRIFT-COUNT PIC 9(4) VALUE 0.
       01 WS-REQUEST-COUNT PIC 9(4) VALUE 0.
       01 WS-CKPT-COUNT PIC 9(4) VALUE 0.
       01 WS-STALE-COUNT PIC 9(4) VALUE 0.
       01 WS-BREACH-COUNT PIC 9(4) VALUE 0.
       01 WS-NOTE-COUNT PIC 9(4) VALUE 0.
       01 WS-SECTION-COUNT PIC 9(4).
       01 WS-RUN-DATE PIC 9(8).
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
           PERFORM B00-FindPreviousHandover
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
           PERFORM B10-LoadAcceptances
           PERFORM C00-ListIncidents
           PERFORM C20-ListDrifts
           PERFORM C30-ListRequests
           PERFORM C40-ListCheckpoints
           PERFORM C50-ListStaleHeartbeats
           PERFORM C60-ListSlaBreaches
           PERFORM C70-ListNotes
           PERFORM C80-WriteSummary
           IF WS-MODE = "SIGNOFF"
             PERFORM D00-WriteSignoff
           END-IF
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM A99-ReportElapsedTime
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
      ***** The mode and the handover time may come in either order;
      ***** a handover time is yyyymmdd-hhmm and becomes a stamp in
      ***** the ledger's YYYYMMDD-HHMMSSss form at the top of that
      ***** minute. With no handover time the window ends now.
       A05-GetParameters.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1 UNTIL WS-ARG-IDX > 2
             MOVE SPACES TO WS-ARG-VALUE
             DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             EVALUATE TRUE
               WHEN WS-ARG-VALUE = SPACES
                 CONTINUE
               WHEN FUNCTION UPPER-CASE(WS-ARG-VALUE) = "REPORT"
                 OR FUNCTION UPPER-CASE(WS-ARG-VALUE) = "SIGNOFF"
                 MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-MODE
               WHEN OTHER
                 MOVE WS-ARG-VALUE TO WS-ARG-TIME
             END-EVALUATE
           END-PERFORM
           IF WS-ARG-TIME = SPACES
             MOVE WS-NOW-STAMP TO WS-WINDOW-END
             EXIT PARAGRAPH
           END-IF
           MOVE 'W' TO EUDATE-MODE
           MOVE 0 TO EUDATE-DATE1
           IF WS-ARG-DATE IS NUMERIC
             MOVE WS-ARG-DATE TO EUDATE-DATE1
             CALL "DateCalc" USING EUDATE-PARMS
           ELSE
             MOVE 'N' TO EUDATE-OK
           END-IF
           IF EUDATE-OK NOT = 'Y'
             OR WS-ARG-DASH NOT = "-"
             OR WS-ARG-HH IS NOT NUMERIC OR WS-ARG-HH > "23"
             OR WS-ARG-MM IS NOT NUMERIC OR WS-ARG-MM > "59"
             OR WS-ARG-TIME(14:5) NOT = SPACES
             DISPLAY "ABEND: handover time '"
               FUNCTION TRIM(WS-ARG-TIME)
               "' is not yyyymmdd-hhmm (usage: handover "
               "[REPORT|SIGNOFF] [yyyymmdd-hhmm])"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-WINDOW-END
           STRING WS-ARG-TIME(1:13) "0000"
             DELIMITED BY SIZE INTO WS-WINDOW-END
           .
      ***** The same USER identity LedgerWriter stamps on ledger
      ***** lines, with LOGNAME as the fall-back.
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
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
      ***** instead of hand-formatting a title block here.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "Handover" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Shift Handover " FUNCTION TRIM(WS-START-TEXT)
             " to " WS-WINDOW-END
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
      ***** The last record in the handover log is the previous
      ***** sign-off; its handover time opens this report's window.
      ***** A missing log is the first handover.
       B00-FindPreviousHandover.
           MOVE "start of files" TO WS-START-TEXT
           OPEN INPUT HANDOVER-FILE
           IF WS-HANDOVER-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-HANDOVER-FILE = 'Y'
             READ HANDOVER-FILE
               AT END MOVE 'Y' TO EOF-HANDOVER-FILE
               NOT AT END
                 IF HO-WINDOW-END(1:8) IS NUMERIC
                   MOVE HO-WINDOW-END TO WS-WINDOW-START
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HANDOVER-FILE
           IF WS-WINDOW-START = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE WS-WINDOW-START TO WS-START-TEXT
           IF WS-WINDOW-END NOT > WS-WINDOW-START
             DISPLAY "ABEND: handover time " WS-WINDOW-END
               " is not after the last sign-off's "
               WS-WINDOW-START
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** Acceptances are what LedgerWriter, EulerDash and the
      ***** menu take them to be: a disposition for the same
      ***** program and parameters carrying the drifted answer.
       B10-LoadAcceptances.
           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-DISP-FILE = 'Y'
             READ DISP-FILE
               AT END MOVE 'Y' TO EOF-DISP-FILE
               NOT AT END
                 IF WS-ACC-COUNT < 100
                   ADD 1 TO WS-ACC-COUNT
                   MOVE DISP-PROGRAM TO WS-ACC-PROGRAM(WS-ACC-COUNT)
                   MOVE DISP-PARMS TO WS-ACC-PARMS(WS-ACC-COUNT)
                   MOVE DISP-ANSWER TO WS-ACC-ANSWER(WS-ACC-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DISP-FILE
           .
      ***** Every incident that is not closed, whenever it was
      ***** raised, with its age at the handover date.
       C00-ListIncidents.
           MOVE "Open and aging incidents" TO RPT-LINE
           PERFORM C85-WriteSectionHeading
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS-CD NOT = "00"
             PERFORM C87-WriteSectionEnd
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-INCIDENT-FILE
           PERFORM WITH TEST AFTER UNTIL EOF-INCIDENT-FILE = 'Y'
             READ INCIDENT-FILE
               AT END MOVE 'Y' TO EOF-INCIDENT-FILE
               NOT AT END
                 PERFORM C05-ProcessIncident
             END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           PERFORM C87-WriteSectionEnd
           .
      ***** Splits the record on the double-space separators
      ***** IncidentLog writes and reads its state off the IncMaint
      ***** disposition tag (no tag = OPEN), as IncAge does.
       C05-ProcessIncident.
           PERFORM C10-SplitIncident
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-ENTRY-STAMP > WS-WINDOW-END
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TALLY
           INSPECT INCIDENT-LINE TALLYING TALLY
             FOR ALL "disp=CLOSED"
           IF TALLY > 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INCIDENT-COUNT
           ADD 1 TO WS-SECTION-COUNT
           IF WS-NEW-FLAG = "NEW"
             ADD 1 TO WS-NEW-INCIDENT-COUNT
           END-IF
           MOVE 'B' TO EUDATE-MODE
           MOVE WS-ENTRY-DATE TO EUDATE-DATE1
           MOVE WS-WINDOW-END-DATE TO EUDATE-DATE2
           CALL "DateCalc" USING EUDATE-PARMS
           MOVE EUDATE-DAYS TO WS-AGE-DAYS
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-NEW-FLAG " AGE=" FUNCTION TRIM(WS-AGE-EDIT)
             "d  " WS-INC-STATE "  " INCIDENT-LINE(1:110)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
       C10-SplitIncident.
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-ENTRY-STAMP
           MOVE SPACES TO WS-ENTRY-REST
           UNSTRING INCIDENT-LINE DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-REST
           PERFORM C15-SetNewFlag
           MOVE "OPEN" TO WS-INC-STATE
           MOVE 0 TO TALLY
           INSPECT INCIDENT-LINE TALLYING TALLY
             FOR ALL "disp=ACKNOWLEDGED"
           IF TALLY > 0
             MOVE "ACKNOWLEDGED" TO WS-INC-STATE
           END-IF
           MOVE 0 TO TALLY
           INSPECT INCIDENT-LINE TALLYING TALLY
             FOR ALL "disp=CLOSED"
           IF TALLY > 0
             MOVE "CLOSED" TO WS-INC-STATE
           END-IF
           .
      ***** NEW marks an item stamped inside this handover's window.
       C15-SetNewFlag.
           IF WS-ENTRY-STAMP > WS-WINDOW-START
             AND WS-ENTRY-STAMP NOT > WS-WINDOW-END
             MOVE "NEW" TO WS-NEW-FLAG
           ELSE
             MOVE SPACES TO WS-NEW-FLAG
           END-IF
           .
      ***** A DRIFT line is split the way EulerDash's drift section
      ***** splits it; one whose drifted answer is accepted is
      ***** reviewed and is not listed.
       C20-ListDrifts.
           MOVE "Unreviewed drift" TO RPT-LINE
           PERFORM C85-WriteSectionHeading
           OPEN INPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS-CD NOT = "00"
             PERFORM C87-WriteSectionEnd
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-EXCEPT-FILE = 'Y'
             READ EXCEPT-FILE
               AT END MOVE 'Y' TO EOF-EXCEPT-FILE
               NOT AT END
                 PERFORM C25-AddDrift
             END-READ
           END-PERFORM
           CLOSE EXCEPT-FILE
           PERFORM VARYING WS-DRIFT-IDX FROM 1 BY 1
             UNTIL WS-DRIFT-IDX > WS-DRIFT-COUNT-TBL
             MOVE WS-DT-STAMP(WS-DRIFT-IDX) TO WS-ENTRY-STAMP
             PERFORM C15-SetNewFlag
             ADD 1 TO WS-DRIFT-COUNT
             ADD 1 TO WS-SECTION-COUNT
             MOVE SPACES TO RPT-LINE
             STRING "  " WS-NEW-FLAG " " WS-DT-PROGRAM(WS-DRIFT-IDX)
               " " WS-DT-STAMP(WS-DRIFT-IDX) "  "
               FUNCTION TRIM(WS-DT-PARMS(WS-DRIFT-IDX))
               "  prior=" FUNCTION TRIM(WS-DT-PRIOR(WS-DRIFT-IDX))
               "  now=" WS-DT-NOW(WS-DRIFT-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
           END-PERFORM
           IF WS-DRIFT-FULL = 'Y'
             MOVE "  (more drift on file than this report lists)"
               TO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           PERFORM C87-WriteSectionEnd
           .
       C25-AddDrift.
           MOVE SPACES TO WS-PARSE-HEAD WS-PARSE-TAIL WS-DRIFT-TAG
             WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-DRIFT-PARMS
             WS-DRIFT-PRIOR WS-DRIFT-NOW-REST WS-DRIFT-NOW-X
           UNSTRING EXCEPT-LINE DELIMITED BY "  prior="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-DRIFT-TAG WS-ENTRY-PROGRAM WS-ENTRY-STAMP
               WS-DRIFT-PARMS
           IF WS-DRIFT-TAG NOT = "DRIFT"
             OR WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-ENTRY-STAMP > WS-WINDOW-END
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-PARSE-TAIL DELIMITED BY "  now="
             INTO WS-DRIFT-PRIOR WS-DRIFT-NOW-REST
           UNSTRING WS-DRIFT-NOW-REST DELIMITED BY " "
             INTO WS-DRIFT-NOW-X
           IF WS-DRIFT-NOW-X = SPACES
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DRIFT-NOW = FUNCTION NUMVAL(WS-DRIFT-NOW-X)
           MOVE 'N' TO WS-DRIFT-ACCEPTED
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
             UNTIL WS-ACC-IDX > WS-ACC-COUNT
             IF WS-ACC-PROGRAM(WS-ACC-IDX) = WS-ENTRY-PROGRAM
               AND FUNCTION TRIM(WS-ACC-PARMS(WS-ACC-IDX)) =
                 FUNCTION TRIM(WS-DRIFT-PARMS)
               AND WS-ACC-ANSWER(WS-ACC-IDX) = WS-DRIFT-NOW
               MOVE 'Y' TO WS-DRIFT-ACCEPTED
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-DRIFT-ACCEPTED = 'Y'
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DRIFT-IDX FROM 1 BY 1
             UNTIL WS-DRIFT-IDX > WS-DRIFT-COUNT-TBL
             IF WS-DT-PROGRAM(WS-DRIFT-IDX) = WS-ENTRY-PROGRAM
               AND WS-DT-PARMS(WS-DRIFT-IDX) = WS-DRIFT-PARMS
               AND WS-DT-NOW(WS-DRIFT-IDX) = WS-DRIFT-NOW
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-DRIFT-IDX > WS-DRIFT-COUNT-TBL
             IF WS-DRIFT-COUNT-TBL >= 200
               MOVE 'Y' TO WS-DRIFT-FULL
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-DRIFT-COUNT-TBL
             MOVE WS-DRIFT-COUNT-TBL TO WS-DRIFT-IDX
             MOVE WS-ENTRY-PROGRAM TO WS-DT-PROGRAM(WS-DRIFT-IDX)
             MOVE WS-DRIFT-PARMS TO WS-DT-PARMS(WS-DRIFT-IDX)
             MOVE WS-DRIFT-NOW TO WS-DT-NOW(WS-DRIFT-IDX)
           END-IF
           MOVE WS-ENTRY-STAMP TO WS-DT-STAMP(WS-DRIFT-IDX)
           MOVE WS-DRIFT-PRIOR TO WS-DT-PRIOR(WS-DRIFT-IDX)
           .
      ***** Requests the queue has not run (PENDING), put off to a
      ***** later night (DEFERRED), or ran and could not complete
      ***** (FAILED).
       C30-ListRequests.
           MOVE "Requests PENDING, DEFERRED or FAILED" TO RPT-LINE
           PERFORM C85-WriteSectionHeading
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS-CD NOT = "00"
             PERFORM C87-WriteSectionEnd
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-QUEUE-FILE = 'Y'
             READ QUEUE-FILE
               AT END MOVE 'Y' TO EOF-QUEUE-FILE
               NOT AT END
                 PERFORM C35-ProcessRequest
             END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           PERFORM C87-WriteSectionEnd
           .
       C35-ProcessRequest.
           IF REQ-STATUS NOT = "PENDING" AND REQ-STATUS NOT = "FAILED"
             AND REQ-STATUS NOT = "DEFERRED"
             EXIT PARAGRAPH
           END-IF
           IF REQ-STAMP > WS-WINDOW-END
             EXIT PARAGRAPH
           END-IF
           MOVE REQ-STAMP TO WS-ENTRY-STAMP
           PERFORM C15-SetNewFlag
           ADD 1 TO WS-REQUEST-COUNT
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO RPT-LINE
           IF REQ-STATUS = "FAILED"
             STRING "  " WS-NEW-FLAG " #" REQ-ID " " REQ-STATUS
               REQ-STAMP "  " REQ-USER REQ-PROGRAM
               FUNCTION TRIM(REQ-PARMS) "  rc=" REQ-RC
               "  incident=" REQ-INCIDENT
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "  " WS-NEW-FLAG " #" REQ-ID " " REQ-STATUS
               REQ-STAMP "  " REQ-USER REQ-PROGRAM
               FUNCTION TRIM(REQ-PARMS)
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           IF REQ-STATUS = "DEFERRED" AND REQ-ESTIMATE IS NUMERIC
             MOVE REQ-ESTIMATE TO WS-EST-HSEC
             COMPUTE WS-EST-SEC-EDIT = WS-EST-HSEC / 100
             MOVE SPACES TO WS-PARSE-HEAD
             STRING FUNCTION TRIM(RPT-LINE TRAILING)
               "  estimated " FUNCTION TRIM(WS-EST-SEC-EDIT) "s"
               DELIMITED BY SIZE INTO WS-PARSE-HEAD
             MOVE WS-PARSE-HEAD TO RPT-LINE
           END-IF
           PERFORM C90-EmitLine
           .
      ***** A running (state R) entry is a search that stopped
      ***** without finishing and has not been resumed since.
       C40-ListCheckpoints.
           MOVE "Checkpoints left running (state R)" TO RPT-LINE
           PERFORM C85-WriteSectionHeading
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS-CD NOT = "00"
             PERFORM C87-WriteSectionEnd
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-CKPT-FILE = 'Y'
             READ CKPT-FILE
               AT END MOVE 'Y' TO EOF-CKPT-FILE
               NOT AT END
                 IF CM-STATE = 'R' AND CM-STAMP NOT > WS-WINDOW-END
                   MOVE CM-STAMP TO WS-ENTRY-STAMP
                   PERFORM C15-SetNewFlag
                   ADD 1 TO WS-CKPT-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  " WS-NEW-FLAG " " CM-PROGRAM " "
                     CM-STAMP "  " FUNCTION TRIM(CM-PARMS)
                     "  at " FUNCTION TRIM(CM-DATA)
                     DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM C90-EmitLine
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CKPT-FILE
           PERFORM C87-WriteSectionEnd
           .
      ***** StatMon raises a stale heartbeat as an incident whose
      ***** message reads "heartbeat stale"; those raised inside the
      ***** window are listed whatever their disposition now.
       C50-ListStaleHeartbeats.
           MOVE "Stale heartbeats flagged" TO RPT-LINE
           PERFORM C85-WriteSectionHeading
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS-CD NOT = "00"
             PERFORM C87-WriteSectionEnd
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-INCIDENT-FILE
           PERFORM WITH TEST AFTER UNTIL EOF-INCIDENT-FILE = 'Y'
             READ INCIDENT-FILE
               AT END MOVE 'Y' TO EOF-INCIDENT-FILE
               NOT AT END
                 PERFORM C55-ProcessStaleHeartbeat
             END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           PERFORM C87-WriteSectionEnd
           .
       C55-ProcessStaleHeartbeat.
           MOVE 0 TO TALLY
           INSPECT INCIDENT-LINE TALLYING TALLY
             FOR ALL "heartbeat stale"
           IF TALLY = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM C10-SplitIncident
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-NEW-FLAG NOT = "NEW"
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STALE-COUNT
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-INC-STATE "  " INCIDENT-LINE(1:130)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
      ***** SLAWatch forwards "SLA <condition>  <program> <stamp>"
      ***** lines with a 12-character program name, so the run's
      ***** stamp sits a fixed distance past the condition.
       C60-ListSlaBreaches.
           MOVE "SLA breaches" TO RPT-LINE
           PERFORM C85-WriteSectionHeading
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS-CD NOT = "00"
             PERFORM C87-WriteSectionEnd
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-ALERT-FILE = 'Y'
             READ ALERT-FILE
               AT END MOVE 'Y' TO EOF-ALERT-FILE
               NOT AT END
                 PERFORM C65-ProcessAlert
             END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           PERFORM C87-WriteSectionEnd
           .
       C65-ProcessAlert.
           IF ALERT-LINE(1:10) NOT = "SLA BREACH"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SLA-COND
           MOVE 0 TO WS-SLA-LEN
           UNSTRING ALERT-LINE(5:) DELIMITED BY "  "
             INTO WS-SLA-COND COUNT IN WS-SLA-LEN
           COMPUTE WS-SLA-POS = WS-SLA-LEN + 20
           IF WS-SLA-POS > 144
             EXIT PARAGRAPH
           END-IF
           MOVE ALERT-LINE(WS-SLA-POS:17) TO WS-ENTRY-STAMP
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           PERFORM C15-SetNewFlag
           IF WS-NEW-FLAG NOT = "NEW"
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BREACH-COUNT
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  " ALERT-LINE(5:140)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
      ***** Every shift note stamped inside the window, whatever
      ***** run or program it is keyed to.
       C70-ListNotes.
           MOVE "Shift notes added" TO RPT-LINE
           PERFORM C85-WriteSectionHeading
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS-CD NOT = "00"
             PERFORM C87-WriteSectionEnd
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-NOTES-FILE = 'Y'
             READ NOTES-FILE
               AT END MOVE 'Y' TO EOF-NOTES-FILE
               NOT AT END
                 MOVE NOTE-STAMP TO WS-ENTRY-STAMP
                 PERFORM C15-SetNewFlag
                 IF WS-NEW-FLAG = "NEW"
                   ADD 1 TO WS-NOTE-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  " NOTE-STAMP "  " NOTE-USER "  "
                     FUNCTION TRIM(NOTE-KEY) "  "
                     FUNCTION TRIM(NOTE-TEXT)
                     DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM C90-EmitLine
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NOTES-FILE
           PERFORM C87-WriteSectionEnd
           .
       C80-WriteSummary.
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Unclosed incidents: " WS-INCIDENT-COUNT
             " (new " WS-NEW-INCIDENT-COUNT ")"
             "  unreviewed drift: " WS-DRIFT-COUNT
             "  requests waiting/failed: " WS-REQUEST-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Checkpoints running: " WS-CKPT-COUNT
             "  stale heartbeats: " WS-STALE-COUNT
             "  SLA breaches: " WS-BREACH-COUNT
             "  shift notes: " WS-NOTE-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
       C85-WriteSectionHeading.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE RPT-LINE TO WS-PARSE-HEAD
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE WS-PARSE-HEAD TO RPT-LINE
           PERFORM C90-EmitLine
           .
       C87-WriteSectionEnd.
           IF WS-SECTION-COUNT = 0
             MOVE "  (none)" TO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           .
       C90-EmitLine.
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** Writes one detail line through the shared formatter's
      ***** page accounting: mode 'P' counts the line and hands back
      ***** a page-break block whenever a new page starts, which is
      ***** written ahead of the detail (see reportformat.cbl).
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
      ***** The sign-off record is appended with the same open-
      ***** EXTEND-fall-back-to-OUTPUT handling the ledger uses; its
      ***** handover time is where the next report's window starts.
       D00-WriteSignoff.
           OPEN EXTEND HANDOVER-FILE
           IF WS-HANDOVER-STATUS-CD = "35"
             OPEN OUTPUT HANDOVER-FILE
           END-IF
           IF WS-HANDOVER-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open handover log "
               "project-euler/euler.handover (status "
               WS-HANDOVER-STATUS-CD "); not signed off"
             MOVE "NOT SIGNED OFF - handover log unavailable"
               TO RPT-LINE
             PERFORM C90-EmitLine
             PERFORM A98-WriteReportFooter
             CLOSE RPT-FILE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO HANDOVER-RECORD
           MOVE WS-WINDOW-END TO HO-WINDOW-END
           MOVE WS-WINDOW-START TO HO-WINDOW-START
           MOVE WS-USER-ID TO HO-USER
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
           STRING WS-END-DATE "-" WS-END-TIME
             DELIMITED BY SIZE INTO HO-SIGNED-STAMP
           MOVE WS-INCIDENT-COUNT TO HO-INCIDENTS
           MOVE WS-DRIFT-COUNT TO HO-DRIFTS
           MOVE WS-REQUEST-COUNT TO HO-REQUESTS
           MOVE WS-CKPT-COUNT TO HO-CHECKPOINTS
           MOVE WS-STALE-COUNT TO HO-STALE
           MOVE WS-BREACH-COUNT TO HO-BREACHES
           MOVE WS-NOTE-COUNT TO HO-NOTES
           MOVE WS-RPT-FILENAME TO HO-REPORT
           WRITE HANDOVER-RECORD
           CLOSE HANDOVER-FILE
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Signed off by " FUNCTION TRIM(WS-USER-ID)
             " at " HO-SIGNED-STAMP
             " for handover " WS-WINDOW-END
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
      ***** Exit
       END PROGRAM Handover.
