      *        incmaint CLOSE <seq>
      *            mark incident <seq> CLOSED (acknowledged or not -
      *            a one-step close is an ack and a close)
      *        incmaint RERUN <seq>
      *            queue the failed program again, with the
      *            parameters it failed on, as an analyst request
      *            (see reqqueue.cbl) for tonight's window
      *    The sequence number is the incident's position in the
      *    file, as LIST shows it. The acting user comes from the
      *    runtime environment (USER/LOGNAME), the same identity
      *    LedgerWriter records on every run.
      *
      *    RERUN finds the failing run's parameters, in order:
      *        1. the program's running entry in the checkpoint file
      *           (project-euler/euler.ckpt) - the search that was
      *           interrupted, latest first;
      *        2. the ledger line (live ledger, then that month's
      *           archive) carrying the incident's runid= tag;
      *        3. the "parms=" line the driver report writes under
      *           an abended step, matched on the same run ID, in
      *           the driver reports the report catalog lists.
      *    Checkpoint and ledger parameters are in the programs'
      *    own KEY=value form; a numeric value (or a comma list of
      *    them) goes onto the queue as the plain operands the
      *    program takes on its command line, and anything else
      *    (GRID=ALL, FILE=...) as it stands - the operands queued
      *    are displayed, and reqqueue QUERY shows them again before
      *    the window. The request carries the incident number, and
      *    the incident a "rerun=<request>" tag; when the queue
      *    processor runs the request DONE it acknowledges the
      *    incident itself, noting the request. Only an OPEN
      *    incident can be rerun, and not while an earlier rerun of
      *    it is still pending (or deferred to a later night). The
      *    rerun is queued at the queue's default priority, 5.
      *
      *    ACK, CLOSE and RERUN change the file, so they need the
      *    maintenance permission (see userauth.cbl) and each is
      *    written to the shared change journal (see chgjournal.cbl)
      *    with the incident's before and after images; LIST needs
      *    neither. A linked caller (EulerMenu's disposition work
      *    screen) supplies the mode and sequence number through the
      *    EXTERNAL override table (see copybooks/EUPARMOV.cpy) in
      *    place of the command line, and CANCELs the program after
      *    each CALL so the next one starts from an empty incident
      *    table.
      *****************************************************************
       PROGRAM-ID. IncMaint.
       ENVIRONMENT DIVISION.
             ASSIGN TO "project-euler/euler.incidents"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INCIDENT-STATUS-CD.
           SELECT CKPT-FILE ASSIGN TO "project-euler/euler.ckpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CKPT-STATUS-CD.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT CATALOG-FILE ASSIGN TO "project-euler/report.catalog"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS-CD.
           SELECT DRIVER-RPT-FILE ASSIGN TO DYNAMIC WS-DRIVER-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DRIVER-RPT-STATUS-CD.
           SELECT QUEUE-FILE ASSIGN TO "project-euler/euler.requests"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUEUE-STATUS-CD.
           SELECT REGISTRY-FILE ASSIGN TO "project-euler/euler.registry"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRY-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD INCIDENT-FILE.
       01 INCIDENT-LINE PIC X(200).
       FD CKPT-FILE.
       01 CKPT-RECORD.
           05 CM-PROGRAM PIC X(10).
           05 CM-PARMS PIC X(60).
           05 CM-STATE PIC X(1).
           05 CM-STAMP PIC X(17).
           05 CM-DATA PIC X(60).
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-BASE PIC X(60).
           05 CAT-VERSIONED PIC X(100).
       FD DRIVER-RPT-FILE.
       01 DRIVER-RPT-LINE PIC X(130).
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
           05 REQ-INCIDENT PIC 9(4).
           05 REQ-PRIORITY PIC 9(1).
           05 REQ-ESTIMATE PIC 9(8).
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-PROGRAM PIC X(12).
           05 FILLER PIC X(87).
       WORKING-STORAGE SECTION.
       01 WS-INCIDENT-STATUS-CD PIC XX.
       01 EOF-INCIDENT-FILE PIC X VALUE 'N'.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       01 WS-CKPT-STATUS-CD PIC XX.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-CATALOG-STATUS-CD PIC XX.
       01 WS-DRIVER-RPT-STATUS-CD PIC XX.
       01 WS-QUEUE-STATUS-CD PIC XX.
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 WS-LEDGER-PATH PIC X(100).
       01 WS-DRIVER-RPT-PATH PIC X(100).
       01 WS-DRIVER-RPT-BASE PIC X(60)
          VALUE "project-euler/eulerdriver.rpt".
       01 EOF-FLAG PIC X(1).
       01 WS-RR-PROGRAM PIC X(12).
       01 WS-RR-STAMP PIC X(17).
       01 WS-RR-RUNID PIC X(17).
       01 WS-RR-TAIL PIC X(200).
       01 WS-RR-FOUND PIC X(1).
       01 WS-RR-SOURCE PIC X(120).
       01 WS-RR-KEYED PIC X(60).
       01 WS-RR-PARMS PIC X(60).
       01 WS-RR-BEST-STAMP PIC X(17).
       01 WS-RR-PRIOR-REQ PIC 9(5).
       01 WS-RR-PRIOR-STATUS PIC X(8).
       01 WS-RR-NEXT-ID PIC 9(5).
       01 WS-RR-REG-FOUND PIC X(1).
       01 WS-RR-FIELD PIC X(60).
       01 WS-RR-TOKEN-TBL.
           05 WS-RR-TOKEN PIC X(30) OCCURS 10 TIMES.
       01 WS-RR-TOKEN-COUNT PIC 9(2).
       01 WS-RR-TOKEN-IDX PIC 9(2).
       01 WS-RR-KEY PIC X(30).
       01 WS-RR-VALUE PIC X(30).
       01 WS-RR-VALUE-LEN PIC 9(2).
       01 WS-RR-NUMBER PIC 9(18).
       01 WS-RR-NUMBER-EDIT PIC Z(17)9.
       01 WS-RR-PTR PIC 9(3).
       01 WS-RR-VALUE-NUMERIC PIC X(1).
       01 WS-RR-CHAR-IDX PIC 9(2).
       01 WS-RR-PIECE PIC X(30).
       01 WS-RR-PIECE-TBL.
           05 WS-RR-LIST-PIECE PIC X(18) OCCURS 8 TIMES.
       01 WS-RR-PIECE-IDX PIC 9(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "IncMaint".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           IF WS-MODE NOT = "LIST"
             PERFORM A03-CheckMaintAuth
           END-IF
           PERFORM A10-CaptureUser
           PERFORM B00-LoadIncidents
           EVALUATE WS-MODE
             WHEN "ACK"
               PERFORM C10-Acknowledge
               PERFORM D00-RewriteFile
               PERFORM J00-WriteJournal
             WHEN "CLOSE"
               PERFORM C20-CloseIncident
               PERFORM D00-RewriteFile
               PERFORM J00-WriteJournal
             WHEN "RERUN"
               PERFORM C40-RerunIncident
               PERFORM D00-RewriteFile
               PERFORM J00-WriteJournal
             WHEN OTHER
               DISPLAY "ABEND: mode must be LIST, ACK <seq>, "
                 "CLOSE <seq>, or RERUN <seq> (got "
                 FUNCTION TRIM(WS-MODE) ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
           .
      ***** Acknowledging, closing and rerunning change the incident
      ***** file; the user must hold the maintenance permission.
       A03-CheckMaintAuth.
           MOVE 'M' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
             WS-UA-USER WS-UA-ALLOWED
           IF WS-UA-ALLOWED = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
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
           DISPLAY "Elapsed Time: " WS-ELAPSED-SEC "."
             WS-ELAPSED-REM " seconds"
           .
      ***** Mode and sequence number come off the command line, or
      ***** from the EXTERNAL override table when a linked caller
      ***** (EulerMenu) supplies them (see copybooks/EUPARMOV.cpy).
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(1) TO EUPARM-VALUE(1)
             MOVE WS-EUPARM-OVR-VALUE(2) TO EUPARM-VALUE(2)
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(1) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(2) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           IF EUPARM-VALUE(1) = SPACES
             MOVE "LIST" TO WS-MODE
           ELSE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM J20-BuildBeforeImage
           PERFORM C30-AppendDisposition
           PERFORM J10-BuildAfterImage
           DISPLAY "Incident " WS-SEQ-ARG " acknowledged by "
             FUNCTION TRIM(WS-USER-ID)
           .
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM J20-BuildBeforeImage
           PERFORM C30-AppendDisposition
           PERFORM J10-BuildAfterImage
           DISPLAY "Incident " WS-SEQ-ARG " closed by "
             FUNCTION TRIM(WS-USER-ID)
           .
               DELIMITED BY SIZE INTO WS-INC-LINE(WS-INC-IDX)
           END-IF
           .
      ***** Queues the incident's failed program again with the
      ***** parameters it failed on; see the header for where they
      ***** are looked for. The request is appended to the queue and
      ***** the incident tagged with its number.
       C40-RerunIncident.
           PERFORM C05-CheckSequence
           IF WS-INC-STATE NOT = "OPEN"
             DISPLAY "ABEND: incident " WS-SEQ-ARG " is already "
               FUNCTION TRIM(WS-INC-STATE) "; only an OPEN incident "
               "can be rerun"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM C41-ParseIncident
           PERFORM C42-CheckRegistry
           IF WS-RR-REG-FOUND = 'N'
             DISPLAY "ABEND: " FUNCTION TRIM(WS-RR-PROGRAM)
               " is not in the program registry; it cannot be "
               "queued as a request"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM E00-ScanQueue
           IF WS-RR-PRIOR-STATUS = "PENDING"
             OR WS-RR-PRIOR-STATUS = "RUNNING"
             OR WS-RR-PRIOR-STATUS = "DEFERRED"
             DISPLAY "ABEND: incident " WS-SEQ-ARG " is already "
               "queued for rerun as request " WS-RR-PRIOR-REQ " ("
               FUNCTION TRIM(WS-RR-PRIOR-STATUS) ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'N' TO WS-RR-FOUND
           PERFORM E10-SearchCheckpoint
           IF WS-RR-FOUND = 'N' AND WS-RR-RUNID NOT = SPACES
             PERFORM E20-SearchLedger
           END-IF
           IF WS-RR-FOUND = 'N' AND WS-RR-RUNID NOT = SPACES
             PERFORM E30-SearchDriverReports
           END-IF
           IF WS-RR-FOUND = 'N'
             DISPLAY "ABEND: no parameters on record for "
               FUNCTION TRIM(WS-RR-PROGRAM) " in the checkpoint "
               "file, the ledger, or the driver reports; queue it "
               "by hand with reqqueue SUBMIT"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM J20-BuildBeforeImage
           PERFORM E40-QueueRequest
           PERFORM J10-BuildAfterImage
           IF WS-RR-PRIOR-REQ > 0
             MOVE SPACES TO WS-WORK-LINE
             UNSTRING WS-INC-LINE(WS-INC-IDX)
               DELIMITED BY "  rerun="
               INTO WS-WORK-LINE
             MOVE WS-WORK-LINE TO WS-INC-LINE(WS-INC-IDX)
           END-IF
           MOVE WS-INC-LINE(WS-INC-IDX) TO WS-WORK-LINE
           MOVE SPACES TO WS-INC-LINE(WS-INC-IDX)
           STRING FUNCTION TRIM(WS-WORK-LINE) "  rerun=" WS-RR-NEXT-ID
             DELIMITED BY SIZE INTO WS-INC-LINE(WS-INC-IDX)
           DISPLAY "Incident " WS-SEQ-ARG ": "
             FUNCTION TRIM(WS-RR-PROGRAM) " "
             FUNCTION TRIM(WS-RR-PARMS) " queued as request "
             WS-RR-NEXT-ID " (parameters from "
             FUNCTION TRIM(WS-RR-SOURCE) ")"
           .
      ***** The failing program and stamp lead the record; the run
      ***** ID, when the failure happened inside a run that had one,
      ***** is IncidentLog's runid= tag, and an earlier rerun is
      ***** this program's rerun= tag.
       C41-ParseIncident.
           MOVE SPACES TO WS-RR-PROGRAM WS-RR-STAMP WS-RR-RUNID
           UNSTRING WS-INC-LINE(WS-INC-IDX) DELIMITED BY "  "
             INTO WS-RR-PROGRAM WS-RR-STAMP
           MOVE 0 TO TALLY
           INSPECT WS-INC-LINE(WS-INC-IDX) TALLYING TALLY
             FOR ALL "  runid="
           IF TALLY > 0
             MOVE SPACES TO WS-WORK-LINE WS-RR-TAIL
             UNSTRING WS-INC-LINE(WS-INC-IDX)
               DELIMITED BY "  runid="
               INTO WS-WORK-LINE WS-RR-TAIL
             MOVE WS-RR-TAIL(1:17) TO WS-RR-RUNID
           END-IF
           MOVE 0 TO WS-RR-PRIOR-REQ
           MOVE 0 TO TALLY
           INSPECT WS-INC-LINE(WS-INC-IDX) TALLYING TALLY
             FOR ALL "  rerun="
           IF TALLY > 0
             MOVE SPACES TO WS-WORK-LINE WS-RR-TAIL
             UNSTRING WS-INC-LINE(WS-INC-IDX)
               DELIMITED BY "  rerun="
               INTO WS-WORK-LINE WS-RR-TAIL
             IF WS-RR-TAIL(1:5) IS NUMERIC
               MOVE WS-RR-TAIL(1:5) TO WS-RR-PRIOR-REQ
             END-IF
           END-IF
           .
      ***** The same registry check ReqQueue SUBMIT makes: only a
      ***** registered program can be queued.
       C42-CheckRegistry.
           MOVE 'N' TO WS-RR-REG-FOUND
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open program registry (status "
               WS-REGISTRY-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ REGISTRY-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF REG-PROGRAM = WS-RR-PROGRAM
                   MOVE 'Y' TO WS-RR-REG-FOUND
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           .
      ***** One pass over the request queue for the next request
      ***** number and the state of any earlier rerun of this
      ***** incident.
       E00-ScanQueue.
           MOVE 0 TO WS-RR-NEXT-ID
           MOVE SPACES TO WS-RR-PRIOR-STATUS
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS-CD NOT = "00"
             ADD 1 TO WS-RR-NEXT-ID
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ QUEUE-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF REQ-PROGRAM NOT = SPACES
                   IF REQ-ID > WS-RR-NEXT-ID
                     MOVE REQ-ID TO WS-RR-NEXT-ID
                   END-IF
                   IF WS-RR-PRIOR-REQ > 0
                     AND REQ-ID = WS-RR-PRIOR-REQ
                     MOVE REQ-STATUS TO WS-RR-PRIOR-STATUS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           ADD 1 TO WS-RR-NEXT-ID
           .
      ***** A running checkpoint entry is the search that was cut
      ***** off; with several for the program, the latest stamp is
      ***** the one that failed.
       E10-SearchCheckpoint.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RR-BEST-STAMP
           MOVE 'N' TO EOF-FLAG
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ CKPT-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF CM-PROGRAM = WS-RR-PROGRAM
                   AND CM-STATE = 'R'
                   AND CM-STAMP >= WS-RR-BEST-STAMP
                   MOVE CM-STAMP TO WS-RR-BEST-STAMP
                   MOVE CM-PARMS TO WS-RR-KEYED
                   MOVE 'Y' TO WS-RR-FOUND
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CKPT-FILE
           IF WS-RR-FOUND = 'Y'
             PERFORM E50-KeyedToOperands
             MOVE "checkpoint" TO WS-RR-SOURCE
           END-IF
           .
      ***** The live ledger first, then the archive for the run's
      ***** month (a run from before the month-end rollover).
       E20-SearchLedger.
           MOVE "project-euler/euler.ledger" TO WS-LEDGER-PATH
           PERFORM E21-ScanLedgerFile
           IF WS-RR-FOUND = 'Y'
             MOVE "ledger" TO WS-RR-SOURCE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LEDGER-PATH
           STRING "project-euler/euler.ledger." WS-RR-RUNID(1:6)
             DELIMITED BY SIZE INTO WS-LEDGER-PATH
           PERFORM E21-ScanLedgerFile
           IF WS-RR-FOUND = 'Y'
             MOVE SPACES TO WS-RR-SOURCE
             STRING "ledger archive " WS-RR-RUNID(1:6)
               DELIMITED BY SIZE INTO WS-RR-SOURCE
           END-IF
           .
       E21-ScanLedgerFile.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ LEDGER-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 PERFORM E22-CheckLedgerLine
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           IF WS-RR-FOUND = 'Y'
             PERFORM E50-KeyedToOperands
           END-IF
           .
       E22-CheckLedgerLine.
           MOVE 0 TO TALLY
           INSPECT LEDGER-LINE TALLYING TALLY
             FOR ALL WS-RR-RUNID
           IF TALLY = 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WORK-LINE WS-RR-STAMP WS-RR-FIELD
           UNSTRING LEDGER-LINE DELIMITED BY "  "
             INTO WS-WORK-LINE WS-RR-STAMP WS-RR-FIELD
           IF WS-WORK-LINE(1:12) NOT = WS-RR-PROGRAM
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RR-KEYED
           IF WS-RR-FIELD(1:7) NOT = "answer="
             MOVE WS-RR-FIELD TO WS-RR-KEYED
           END-IF
           MOVE 'Y' TO WS-RR-FOUND
           MOVE 'Y' TO EOF-FLAG
           .
      ***** Every catalogued driver report from the run's day is
      ***** read for the "<program> parms=... runid=..." line the
      ***** driver writes under an abended step. Versions the sweep
      ***** has since removed simply fail to open and are passed.
       E30-SearchDriverReports.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER
             UNTIL WS-CATALOG-STATUS-CD NOT = "00"
             OR WS-RR-FOUND = 'Y'
             READ CATALOG-FILE
               AT END CONTINUE
               NOT AT END
                 MOVE 0 TO TALLY
                 INSPECT CAT-VERSIONED TALLYING TALLY
                   FOR ALL WS-RR-RUNID(1:8)
                 IF CAT-BASE = WS-DRIVER-RPT-BASE AND TALLY > 0
                   MOVE CAT-VERSIONED TO WS-DRIVER-RPT-PATH
                   PERFORM E31-ScanDriverReport
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF WS-RR-FOUND = 'Y'
             MOVE SPACES TO WS-RR-SOURCE
             STRING "driver report " FUNCTION TRIM(WS-DRIVER-RPT-PATH)
               DELIMITED BY SIZE INTO WS-RR-SOURCE
           END-IF
           .
       E31-ScanDriverReport.
           OPEN INPUT DRIVER-RPT-FILE
           IF WS-DRIVER-RPT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ DRIVER-RPT-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 PERFORM E32-CheckDriverLine
             END-READ
           END-PERFORM
           CLOSE DRIVER-RPT-FILE
           .
       E32-CheckDriverLine.
           MOVE 0 TO TALLY
           INSPECT DRIVER-RPT-LINE TALLYING TALLY
             FOR ALL WS-RR-RUNID
           IF TALLY = 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WORK-LINE WS-RR-TAIL
           UNSTRING DRIVER-RPT-LINE DELIMITED BY " parms="
             INTO WS-WORK-LINE WS-RR-TAIL
           IF WS-RR-TAIL = SPACES
             OR FUNCTION TRIM(WS-WORK-LINE) NOT = WS-RR-PROGRAM
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RR-PARMS
           IF WS-RR-TAIL(1:9) NOT = "   runid="
             UNSTRING WS-RR-TAIL DELIMITED BY "   runid="
               INTO WS-RR-PARMS
           END-IF
           MOVE 'Y' TO WS-RR-FOUND
           MOVE 'Y' TO EOF-FLAG
           .
      ***** Appended, not rewritten: the queue processor may have
      ***** the file in hand tonight, and a new PENDING record at
      ***** the end is exactly what SUBMIT would have added.
       E40-QueueRequest.
           OPEN EXTEND QUEUE-FILE
           IF WS-QUEUE-STATUS-CD = "35"
             OPEN OUTPUT QUEUE-FILE
           END-IF
           IF WS-QUEUE-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open request queue (status "
               WS-QUEUE-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-RR-NEXT-ID TO REQ-ID
           MOVE WS-USER-ID TO REQ-USER
           MOVE WS-RR-PROGRAM TO REQ-PROGRAM
           MOVE WS-RR-PARMS TO REQ-PARMS
           MOVE "PENDING" TO REQ-STATUS
           MOVE SPACES TO REQ-STAMP
           STRING WS-RUN-DATE "-" WS-RUN-TIME
             DELIMITED BY SIZE INTO REQ-STAMP
           MOVE 0 TO REQ-ANSWER
           MOVE 0 TO REQ-RC
           MOVE WS-SEQ-ARG TO REQ-INCIDENT
           MOVE 5 TO REQ-PRIORITY
           MOVE 0 TO REQ-ESTIMATE
           WRITE QUEUE-RECORD
           CLOSE QUEUE-FILE
           .
      ***** Checkpoint keys and ledger parameters read "N=0000010001
      ***** GRID=ALL"; the queue wants command-line operands. A
      ***** numeric value becomes the bare number, anything else is
      ***** passed through whole for the program's own parsing.
       E50-KeyedToOperands.
           MOVE SPACES TO WS-RR-PARMS WS-RR-TOKEN-TBL
           MOVE 0 TO WS-RR-TOKEN-COUNT
           IF WS-RR-KEYED = SPACES
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-RR-KEYED DELIMITED BY ALL " "
             INTO WS-RR-TOKEN(1) WS-RR-TOKEN(2) WS-RR-TOKEN(3)
               WS-RR-TOKEN(4) WS-RR-TOKEN(5) WS-RR-TOKEN(6)
               WS-RR-TOKEN(7) WS-RR-TOKEN(8) WS-RR-TOKEN(9)
               WS-RR-TOKEN(10)
             TALLYING IN WS-RR-TOKEN-COUNT
           END-UNSTRING
           MOVE 1 TO WS-RR-PTR
           PERFORM VARYING WS-RR-TOKEN-IDX FROM 1 BY 1
             UNTIL WS-RR-TOKEN-IDX > WS-RR-TOKEN-COUNT
             IF WS-RR-TOKEN(WS-RR-TOKEN-IDX) NOT = SPACES
               PERFORM E51-ConvertToken
             END-IF
           END-PERFORM
           .
      ***** A list value (DIVISORS=3,5) becomes one operand per
      ***** number.
       E51-ConvertToken.
           MOVE SPACES TO WS-RR-KEY WS-RR-VALUE
           UNSTRING WS-RR-TOKEN(WS-RR-TOKEN-IDX) DELIMITED BY "="
             INTO WS-RR-KEY WS-RR-VALUE
           MOVE 'N' TO WS-RR-VALUE-NUMERIC
           IF WS-RR-VALUE NOT = SPACES
             MOVE 'Y' TO WS-RR-VALUE-NUMERIC
             COMPUTE WS-RR-VALUE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RR-VALUE))
             PERFORM VARYING WS-RR-CHAR-IDX FROM 1 BY 1
               UNTIL WS-RR-CHAR-IDX > WS-RR-VALUE-LEN
               IF WS-RR-VALUE(WS-RR-CHAR-IDX:1) IS NOT NUMERIC
                 AND WS-RR-VALUE(WS-RR-CHAR-IDX:1) NOT = ","
                 MOVE 'N' TO WS-RR-VALUE-NUMERIC
               END-IF
             END-PERFORM
           END-IF
           IF WS-RR-VALUE-NUMERIC = 'N'
             MOVE WS-RR-TOKEN(WS-RR-TOKEN-IDX) TO WS-RR-PIECE
             PERFORM E52-AppendOperand
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RR-PIECE-TBL
           UNSTRING WS-RR-VALUE DELIMITED BY "," OR " "
             INTO WS-RR-LIST-PIECE(1) WS-RR-LIST-PIECE(2)
               WS-RR-LIST-PIECE(3) WS-RR-LIST-PIECE(4)
               WS-RR-LIST-PIECE(5) WS-RR-LIST-PIECE(6)
               WS-RR-LIST-PIECE(7) WS-RR-LIST-PIECE(8)
           END-UNSTRING
           PERFORM VARYING WS-RR-PIECE-IDX FROM 1 BY 1
             UNTIL WS-RR-PIECE-IDX > 8
             IF WS-RR-LIST-PIECE(WS-RR-PIECE-IDX) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RR-LIST-PIECE(WS-RR-PIECE-IDX))
                 TO WS-RR-NUMBER
               MOVE WS-RR-NUMBER TO WS-RR-NUMBER-EDIT
               MOVE FUNCTION TRIM(WS-RR-NUMBER-EDIT) TO WS-RR-PIECE
               PERFORM E52-AppendOperand
             END-IF
           END-PERFORM
           .
       E52-AppendOperand.
           IF WS-RR-PTR > 1
             STRING " " DELIMITED BY SIZE INTO WS-RR-PARMS
               WITH POINTER WS-RR-PTR
             END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-RR-PIECE)
             DELIMITED BY SIZE INTO WS-RR-PARMS
             WITH POINTER WS-RR-PTR
           END-STRING
           .
       D00-RewriteFile.
           OPEN OUTPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS-CD NOT = "00"
           END-PERFORM
           CLOSE INCIDENT-FILE
           .
      ***** Every change goes to the shared change journal (see
      ***** chgjournal.cbl), the same record ExpMaint keeps for the
      ***** control file: the incident as it stood, and its new
      ***** disposition.
       J00-WriteJournal.
           MOVE "euler.incidents" TO WS-CJ-FILE
           MOVE WS-MODE TO WS-CJ-MODE
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
       J10-BuildAfterImage.
           MOVE SPACES TO WS-CJ-AFTER
           EVALUATE WS-MODE
             WHEN "ACK"
               STRING "incident " WS-SEQ-ARG " ACKNOWLEDGED by="
                 FUNCTION TRIM(WS-USER-ID)
                 " at=" WS-RUN-DATE "-" WS-RUN-TIME
                 DELIMITED BY SIZE INTO WS-CJ-AFTER
             WHEN "CLOSE"
               STRING "incident " WS-SEQ-ARG " CLOSED by="
                 FUNCTION TRIM(WS-USER-ID)
                 " at=" WS-RUN-DATE "-" WS-RUN-TIME
                 DELIMITED BY SIZE INTO WS-CJ-AFTER
             WHEN OTHER
               STRING "incident " WS-SEQ-ARG " rerun=" WS-RR-NEXT-ID
                 " " FUNCTION TRIM(WS-RR-PROGRAM)
                 " " FUNCTION TRIM(WS-RR-PARMS)
                 DELIMITED BY SIZE INTO WS-CJ-AFTER
           END-EVALUATE
           .
       J20-BuildBeforeImage.
           MOVE SPACES TO WS-CJ-BEFORE
           STRING "incident " WS-SEQ-ARG " "
             FUNCTION TRIM(WS-INC-STATE) " "
             FUNCTION TRIM(WS-INC-LINE(WS-INC-IDX))
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           .
      ***** Exit
       END PROGRAM IncMaint.
