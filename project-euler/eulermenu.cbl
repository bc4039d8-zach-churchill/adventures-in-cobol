      *    after the submission stamp appears, surfaces the answer
      *    and elapsed time and retires the job record. One analyst,
      *    one terminal, and a day-long factor search coexist.
      *    Below the list, a running job can be sent an operator
      *    command by its number - STOP n, CHECKPOINT n, or
      *    EXTEND n <minutes> - which the menu hands to OpCmd (see
      *    opcmd.cbl) through the override table, so the permission
      *    check, the issuing user and the journal entry are the
      *    ones the command line produces.
      *
      *    The D choice is the morning review's disposition work
      *    list: every OPEN or ACKNOWLEDGED incident in
      *    project-euler/euler.incidents and every drift exception
      *    in project-euler/euler.exceptions not yet accepted in
      *    project-euler/euler.driftdisp (repeat alarms for the same
      *    program, parameters and answer shown once), paged like
      *    the report viewer. From the list the operator can
      *    ACK <n> or CLOSE <n> an incident or ACCEPT <n> a drift.
      *    The menu does not touch those files itself: each action
      *    CALLs the command-line utility that owns the file -
      *    IncMaint or DriftDisp - through the override table, so
      *    the disposition tags, the maintenance permission check
      *    and the change journal entry are exactly the ones the
      *    command line produces; each is CANCELled after the CALL,
      *    its return code taken first, so the next action finds it
      *    in its initial state. After a successful action the
      *    operator may type a shift note, which ShiftNote records
      *    against the item's run ID (the incident's runid= tag, or
      *    the drifting run's ledger line), falling back to the
      *    program name when there is none. An incident list that
      *    has changed underneath the screen is redrawn rather than
      *    acted on by a stale sequence number.
      *
      *    Before each redisplay the ledger is re-read so every choice
      *    shows its last run date, last answer, and last elapsed
      *    every called program's object code linked into the same
      *    run unit: compile together with problem1.cbl through
      *    problem11.cbl, primequery.cbl, eulerdriver.cbl,
      *    fun/fizzbuzz.cbl, incmaint.cbl, driftdisp.cbl,
      *    shiftnote.cbl, and the
      *    shared modules (ledgerwriter, incidentlog, ckptmgr,
      *    parmcheck, reportformat, reportversion, statuswriter,
      *    primetest, primedemand, userauth, chgjournal) in one
      *    cobc -x invocation,
      *    eulermenu.cbl listed first so it becomes the executable's
      *    entry point.
      *****************************************************************
       PROGRAM-ID. EulerMenu.
       ENVIRONMENT DIVISION.
           SELECT HB-FILE ASSIGN TO DYNAMIC WS-HB-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HB-STATUS-CD.
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
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-PROGRAM PIC X(12).
           05 JOB-STAMP PIC X(17).
       FD HB-FILE.
       01 HB-LINE PIC X(170).
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
       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 EOF-LEDGER-FILE PIC X.
       01 WS-ENTRY-ANSWER PIC X(20).
       01 WS-ENTRY-ELAPSED-X PIC X(20).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-SLOW-THRESHOLD-HSEC PIC 9(8) VALUE 3000.
       01 WS-CG-KEY PIC X(24).
       01 WS-CG-VALUE PIC X(56).
       01 WS-ANSWER-EDIT PIC Z(19)9.
       01 WS-CHOICE PIC 9(2) VALUE 0.
       01 WS-CONTINUE PIC X(1) VALUE 'Y'.
      ***** The choice table and the shown-preset map are both sized
      ***** OCCURS 50; WS-CHOICE-MAX is the limit their loads test.
       01 WS-CHOICE-MAX PIC 9(2) VALUE 50.
       01 WS-CHOICE-COUNT PIC 9(2) VALUE 0.
       01 WS-CHOICE-TBL.
           05 WS-CHOICE-ENTRY OCCURS 50 TIMES.
               10 WS-CHOICE-PROGRAM PIC X(12).
               10 WS-CHOICE-LABEL PIC X(40).
               10 WS-CHOICE-USAGE PIC X(44).
       01 WS-PRESET-IDX PIC 9(3).
       01 WS-SHOWN-COUNT PIC 9(2).
       01 WS-SHOWN-TO-REAL.
           05 WS-SHOWN-IDX-MAP PIC 9(3) OCCURS 50 TIMES.
       01 WS-SHOWN-IDX PIC 9(2).
       01 WS-PRESET-TAKEN PIC X(1).
       01 WS-PRESET-REPLY PIC X(12).
       01 WS-JOB-STAMP-NOW PIC X(17).
       01 WS-JOB-ANSWER PIC X(20).
       01 WS-JOB-ELAPSED-X PIC X(20).
       01 WS-JOB-RUNNING PIC 9(2).
       01 WS-JOB-ITEM PIC 9(2).
       01 WS-JOB-REPLY PIC X(30).
       01 WS-JOB-VERB PIC X(10).
       01 WS-JOB-ITEM-X PIC X(8).
       01 WS-JOB-MINUTES-X PIC X(8).
       01 WS-SUBMIT-CMD PIC X(200).
       01 WS-HB-HEAD PIC X(170).
       01 WS-HB-REST PIC X(170).
       01 WS-HB-SECS PIC 9(10).
       01 WS-AGE-SECS PIC S9(10).
       01 WS-AGE-MINS PIC 9(6).
       01 WS-INCIDENT-STATUS-CD PIC XX.
       01 WS-EXCEPT-STATUS-CD PIC XX.
       01 WS-DISP-STATUS-CD PIC XX.
       01 EOF-WORK-FILE PIC X.
       01 WS-WORK-REQUEST PIC X(1) VALUE 'N'.
       01 WS-WORK-COUNT PIC 9(3) VALUE 0.
       01 WS-WORK-INC-COUNT PIC 9(3).
       01 WS-WORK-DRIFT-COUNT PIC 9(3).
       01 WS-WORK-FULL PIC X(1).
       01 WS-WORK-TBL.
           05 WS-WORK-ENTRY OCCURS 200 TIMES.
               10 WS-WORK-KIND PIC X(5).
               10 WS-WORK-SEQ PIC 9(4).
               10 WS-WORK-STATE PIC X(12).
               10 WS-WORK-PROGRAM PIC X(12).
               10 WS-WORK-STAMP PIC X(17).
               10 WS-WORK-PARMS PIC X(60).
               10 WS-WORK-NOW PIC 9(20).
               10 WS-WORK-RUNID PIC X(17).
               10 WS-WORK-DETAIL PIC X(120).
               10 WS-WORK-LINE PIC X(200).
       01 WS-WORK-IDX PIC 9(3).
       01 WS-WORK-ITEM PIC 9(3).
       01 WS-WORK-PAGE PIC 9(3).
       01 WS-WORK-PAGE-ITEMS PIC 9(2).
       01 WS-WORK-FIRST PIC 9(3).
       01 WS-WORK-LAST PIC 9(3).
       01 WS-WORK-DONE PIC X(1).
       01 WS-WORK-RELOAD PIC X(1).
       01 WS-WORK-REPLY PIC X(20).
       01 WS-WORK-ACTION PIC X(8).
       01 WS-WORK-ITEM-X PIC X(8).
       01 WS-WORK-ITEM-EDIT PIC ZZ9.
       01 WS-WORK-SEQ-EDIT PIC ZZZ9.
       01 WS-WORK-PTR PIC 9(3).
       01 WS-WORK-HEAD PIC X(79).
       01 WS-WORK-ACTED PIC X(1).
       01 WS-WORK-FOUND PIC X(1).
       01 WS-WORK-RC PIC S9(4).
       01 WS-WORK-RC-EDIT PIC ZZZ9.
       01 WS-INC-SEQ PIC 9(4).
       01 WS-INC-STATE PIC X(12).
       01 WS-INC-REST PIC X(200).
       01 WS-DRIFT-TAG PIC X(8).
       01 WS-DRIFT-PARMS-AREA.
           05 WS-DRIFT-PARMS PIC X(60).
           05 FILLER PIC X(12) VALUE SPACES.
       01 WS-DRIFT-PARMS-PIECES REDEFINES WS-DRIFT-PARMS-AREA.
           05 WS-DRIFT-PARMS-PIECE PIC X(18) OCCURS 4 TIMES.
       01 WS-DRIFT-PRIOR PIC X(60).
       01 WS-DRIFT-NOW-REST PIC X(100).
       01 WS-DRIFT-NOW-X PIC X(20).
       01 WS-DRIFT-NOW PIC 9(20).
       01 WS-DRIFT-ACCEPTED PIC X(1).
       01 WS-DRIFT-RUNID PIC X(17).
       01 WS-ACC-COUNT PIC 9(3).
       01 WS-ACC-TBL.
           05 WS-ACC-ENTRY OCCURS 100 TIMES.
               10 WS-ACC-PROGRAM PIC X(12).
               10 WS-ACC-PARMS PIC X(60).
               10 WS-ACC-ANSWER PIC 9(20).
       01 WS-ACC-IDX PIC 9(3).
       01 WS-NOTE-KEY PIC X(17).
       01 WS-NOTE-AREA.
           05 WS-NOTE-TEXT PIC X(120).
           05 FILLER PIC X(6) VALUE SPACES.
       01 WS-NOTE-PIECES REDEFINES WS-NOTE-AREA.
           05 WS-NOTE-PIECE PIC X(18) OCCURS 7 TIMES.
       01 WS-PIECE-IDX PIC 9(2).
       COPY EUPARMOV.
       PROCEDURE DIVISION.
       A00-Begin.
             READ REGISTRY-FILE
               AT END MOVE 'Y' TO EOF-REGISTRY-FILE
               NOT AT END
                 IF REG-MENU-FLAG = 'Y'
                   AND WS-CHOICE-COUNT >= WS-CHOICE-MAX
                   DISPLAY "WARNING: menu full at " WS-CHOICE-MAX
                     " choices; " FUNCTION TRIM(REG-PROGRAM)
                     " not offered"
                 END-IF
                 IF REG-MENU-FLAG = 'Y'
                   AND WS-CHOICE-COUNT < WS-CHOICE-MAX
                   ADD 1 TO WS-CHOICE-COUNT
                   MOVE REG-PROGRAM TO
                     WS-CHOICE-PROGRAM(WS-CHOICE-COUNT)
           END-PERFORM
           DISPLAY "V. View a program's latest report"
           DISPLAY "J. Show background jobs"
           DISPLAY "D. Disposition work list (incidents, drifts)"
           DISPLAY "0. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .
           MOVE 'N' TO WS-CHOICE-VALID
           MOVE 'N' TO WS-VIEW-REQUEST
           MOVE 'N' TO WS-JOBS-REQUEST
           MOVE 'N' TO WS-WORK-REQUEST
           PERFORM UNTIL WS-CHOICE-VALID = 'Y'
             MOVE SPACES TO WS-CHOICE-X
             ACCEPT WS-CHOICE-X
               MOVE "99" TO WS-CHOICE-X
               EXIT PERFORM
             END-IF
             IF FUNCTION TRIM(WS-CHOICE-X) = "D"
               OR FUNCTION TRIM(WS-CHOICE-X) = "d"
               MOVE 'Y' TO WS-WORK-REQUEST
               MOVE 'Y' TO WS-CHOICE-VALID
               MOVE "99" TO WS-CHOICE-X
               EXIT PERFORM
             END-IF
             PERFORM C15-ValidateChoice
             IF WS-CHOICE-VALID = 'N'
               DISPLAY "Not a number - enter choice again: "
      ***** off WS-CHOICE-PROGRAM, the same table-driven pattern
      ***** EulerDriver uses for its own step loop, rather than an
      ***** IF or EVALUATE per choice.
      ***** The program is CANCELled after the CALL, as in
      ***** EulerDriver's B00-RunStep, so the next CALL starts fresh.
       C20-Dispatch.
           IF WS-VIEW-REQUEST = 'Y'
             PERFORM V00-ViewReport
             PERFORM J00-ShowJobs
             EXIT PARAGRAPH
           END-IF
           IF WS-WORK-REQUEST = 'Y'
             PERFORM W00-WorkList
             EXIT PARAGRAPH
           END-IF
           IF WS-CHOICE = 0
             MOVE 'N' TO WS-CONTINUE
           ELSE
               PERFORM C30-PromptParameters
               MOVE 0 TO WS-EULER-RESULT
               CALL WS-CHOICE-PROGRAM(WS-CHOICE)
               CANCEL WS-CHOICE-PROGRAM(WS-CHOICE)
               MOVE 0 TO WS-EUPARM-OVR-COUNT
               IF WS-EULER-RESULT NOT = 0
                 MOVE WS-EULER-RESULT TO WS-ANSWER-EDIT
             IF WS-PRE-USER(WS-PRESET-IDX) = WS-USER-ID
               AND WS-PRE-PROGRAM(WS-PRESET-IDX) =
                 WS-CHOICE-PROGRAM(WS-CHOICE)
               AND WS-SHOWN-COUNT < WS-CHOICE-MAX
               ADD 1 TO WS-SHOWN-COUNT
               MOVE WS-PRESET-IDX TO
                 WS-SHOWN-IDX-MAP(WS-SHOWN-COUNT)
           COMPUTE WS-NOW-SECS =
             FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
             + WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS
           MOVE 0 TO WS-JOB-RUNNING
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
             UNTIL WS-JOB-IDX > WS-JOB-COUNT
             PERFORM J20-ShowOneJob
           END-PERFORM
           PERFORM J40-RewriteJobs
           IF WS-JOB-RUNNING > 0
             PERFORM J50-AskJobCommand
           END-IF
           .
       J10-LoadJobs.
           MOVE 0 TO WS-JOB-COUNT
               COMPUTE WS-HIST-SEC-EDIT =
                 FUNCTION NUMVAL(WS-JOB-ELAPSED-X) / 100
             END-IF
             DISPLAY WS-JOB-IDX ". "
               WS-JOB-PROGRAM(WS-JOB-IDX) " DONE     ans="
               FUNCTION TRIM(WS-ANSWER-EDIT) " "
               FUNCTION TRIM(WS-HIST-SEC-EDIT) "s  submitted "
               WS-JOB-STAMP(WS-JOB-IDX) "  "
           PERFORM J25-ReadHeartbeat
           IF WS-HB-STAMP(1:8) IS NOT NUMERIC
             OR WS-HB-STAMP < WS-JOB-STAMP(WS-JOB-IDX)
             ADD 1 TO WS-JOB-RUNNING
             DISPLAY WS-JOB-IDX ". " WS-JOB-PROGRAM(WS-JOB-IDX)
               " RUNNING  no heartbeat yet  submitted "
               WS-JOB-STAMP(WS-JOB-IDX) "  "
               FUNCTION TRIM(WS-JOB-PARMS(WS-JOB-IDX))
             MOVE 0 TO WS-AGE-SECS
           END-IF
           COMPUTE WS-AGE-MINS = WS-AGE-SECS / 60
           ADD 1 TO WS-JOB-RUNNING
           DISPLAY WS-JOB-IDX ". " WS-JOB-PROGRAM(WS-JOB-IDX)
             " RUNNING  pct="
             WS-HB-PCT "  heartbeat " WS-AGE-MINS
             "m ago  submitted " WS-JOB-STAMP(WS-JOB-IDX) "  "
             FUNCTION TRIM(WS-JOB-PARMS(WS-JOB-IDX))
           END-PERFORM
           CLOSE JOBS-FILE
           .
      ***** One operator command for a running job, picked by its
      ***** number on the list; the number is checked the way a
      ***** menu choice is (C15-ValidateChoice). OpCmd is CALLed
      ***** through the override table and CANCELled afterward, the
      ***** way the work list CALLs IncMaint.
       J50-AskJobCommand.
           DISPLAY "STOP n, CHECKPOINT n, EXTEND n <minutes>, "
             "or Enter to return: " WITH NO ADVANCING
           MOVE SPACES TO WS-JOB-REPLY
           ACCEPT WS-JOB-REPLY
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-REPLY))
             TO WS-JOB-REPLY
           IF WS-JOB-REPLY = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JOB-VERB WS-JOB-ITEM-X WS-JOB-MINUTES-X
           UNSTRING WS-JOB-REPLY DELIMITED BY ALL " "
             INTO WS-JOB-VERB WS-JOB-ITEM-X WS-JOB-MINUTES-X
           IF WS-JOB-VERB NOT = "STOP"
             AND WS-JOB-VERB NOT = "CHECKPOINT"
             AND WS-JOB-VERB NOT = "EXTEND"
             DISPLAY "Reply not understood: "
               FUNCTION TRIM(WS-JOB-REPLY)
             EXIT PARAGRAPH
           END-IF
           MOVE WS-JOB-ITEM-X TO WS-CHOICE-X
           PERFORM C15-ValidateChoice
           IF WS-CHOICE-VALID = 'N'
             DISPLAY FUNCTION TRIM(WS-JOB-VERB)
               " needs a job number from the list, e.g. "
               FUNCTION TRIM(WS-JOB-VERB) " 1"
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CHOICE-X) > WS-JOB-COUNT
             OR FUNCTION NUMVAL(WS-CHOICE-X) = 0
             DISPLAY "No job " FUNCTION TRIM(WS-JOB-ITEM-X)
               " on the list"
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JOB-ITEM = FUNCTION NUMVAL(WS-CHOICE-X)
           IF WS-JOB-DONE(WS-JOB-ITEM) = 'Y'
             DISPLAY "Job " FUNCTION TRIM(WS-JOB-ITEM-X)
               " has finished; nothing to send"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EUPARM-OVR-VALUE(1)
           MOVE SPACES TO WS-EUPARM-OVR-VALUE(2)
           MOVE SPACES TO WS-EUPARM-OVR-VALUE(3)
           MOVE WS-JOB-VERB TO WS-EUPARM-OVR-VALUE(1)
           MOVE WS-JOB-PROGRAM(WS-JOB-ITEM) TO WS-EUPARM-OVR-VALUE(2)
           MOVE WS-JOB-MINUTES-X TO WS-EUPARM-OVR-VALUE(3)
           MOVE 3 TO WS-EUPARM-OVR-COUNT
           MOVE 0 TO RETURN-CODE
           CALL "OpCmd"
           MOVE RETURN-CODE TO WS-WORK-RC
           CANCEL "OpCmd"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF WS-WORK-RC NOT = 0
             MOVE WS-WORK-RC TO WS-WORK-RC-EDIT
             DISPLAY "Command not sent (return code "
               FUNCTION TRIM(WS-WORK-RC-EDIT) ")"
           END-IF
           .
      ***** The disposition work list (choice D): open and
      ***** acknowledged incidents and unreviewed drifts, a
      ***** screenful at a time - two lines an item, so a page is as
      ***** tall as the report viewer's - with the operator's reply
      ***** either paging (F, B, Q) or acting on an item by its
      ***** number. The list is reloaded after every action, since
      ***** the action is what takes an item off it.
       W00-WorkList.
           MOVE 1 TO WS-WORK-PAGE
           MOVE 'N' TO WS-WORK-DONE
           MOVE 'Y' TO WS-WORK-RELOAD
           COMPUTE WS-WORK-PAGE-ITEMS = WS-PAGE-SIZE / 2
           PERFORM UNTIL WS-WORK-DONE = 'Y'
             IF WS-WORK-RELOAD = 'Y'
               PERFORM W10-LoadWorkList
               MOVE 'N' TO WS-WORK-RELOAD
             END-IF
             IF WS-WORK-COUNT = 0
               DISPLAY "Nothing awaiting disposition: no open or "
                 "acknowledged incidents, no unreviewed drifts"
               EXIT PERFORM
             END-IF
             PERFORM W30-ShowOnePage
             PERFORM W40-AskAction
           END-PERFORM
           .
       W10-LoadWorkList.
           MOVE 0 TO WS-WORK-COUNT
           MOVE 0 TO WS-WORK-INC-COUNT
           MOVE 0 TO WS-WORK-DRIFT-COUNT
           MOVE 'N' TO WS-WORK-FULL
           PERFORM W12-LoadIncidents
           PERFORM W15-LoadAcceptances
           PERFORM W20-LoadDrifts
           DISPLAY " "
           DISPLAY "Disposition work list: " WS-WORK-INC-COUNT
             " incidents open or acknowledged, "
             WS-WORK-DRIFT-COUNT " drifts unreviewed"
           IF WS-WORK-FULL = 'Y'
             DISPLAY "Only the first 200 items are listed; the rest "
               "appear as these are cleared"
           END-IF
           IF WS-WORK-COUNT > 0 AND WS-WORK-PAGE > 1
             AND (WS-WORK-PAGE - 1) * WS-WORK-PAGE-ITEMS
               >= WS-WORK-COUNT
             COMPUTE WS-WORK-PAGE =
               (WS-WORK-COUNT - 1) / WS-WORK-PAGE-ITEMS + 1
           END-IF
           .
      ***** Incidents are numbered the way IncMaint numbers them -
      ***** position among the file's non-blank records - since that
      ***** number is what the action hands to IncMaint.
       W12-LoadIncidents.
           MOVE 0 TO WS-INC-SEQ
           MOVE 'N' TO EOF-WORK-FILE
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-WORK-FILE = 'Y'
             READ INCIDENT-FILE
               AT END MOVE 'Y' TO EOF-WORK-FILE
               NOT AT END
                 IF INCIDENT-LINE NOT = SPACES
                   ADD 1 TO WS-INC-SEQ
                   PERFORM W13-AddIncident
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           .
      ***** The listed detail is IncidentLog's file, status and
      ***** message fields, without the trailing tags; the run ID
      ***** a shift note is keyed to is the runid= tag.
       W13-AddIncident.
           PERFORM W14-IncidentState
           IF WS-INC-STATE = "CLOSED"
             EXIT PARAGRAPH
           END-IF
           IF WS-WORK-COUNT >= 200
             MOVE 'Y' TO WS-WORK-FULL
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WORK-COUNT
           ADD 1 TO WS-WORK-INC-COUNT
           MOVE WS-WORK-COUNT TO WS-WORK-IDX
           MOVE SPACES TO WS-WORK-ENTRY(WS-WORK-IDX)
           MOVE "INC" TO WS-WORK-KIND(WS-WORK-IDX)
           MOVE WS-INC-SEQ TO WS-WORK-SEQ(WS-WORK-IDX)
           MOVE WS-INC-STATE TO WS-WORK-STATE(WS-WORK-IDX)
           MOVE 0 TO WS-WORK-NOW(WS-WORK-IDX)
           MOVE INCIDENT-LINE TO WS-WORK-LINE(WS-WORK-IDX)
           MOVE 1 TO WS-WORK-PTR
           UNSTRING INCIDENT-LINE DELIMITED BY "  "
             INTO WS-WORK-PROGRAM(WS-WORK-IDX)
               WS-WORK-STAMP(WS-WORK-IDX)
             WITH POINTER WS-WORK-PTR
           END-UNSTRING
           IF WS-WORK-PTR <= 200
             MOVE SPACES TO WS-INC-REST
             MOVE INCIDENT-LINE(WS-WORK-PTR:) TO WS-INC-REST
             UNSTRING WS-INC-REST
               DELIMITED BY "  runid=" OR "  rerun=" OR "  disp="
               INTO WS-WORK-DETAIL(WS-WORK-IDX)
           END-IF
           MOVE 0 TO TALLY
           INSPECT INCIDENT-LINE TALLYING TALLY FOR ALL "  runid="
           IF TALLY > 0
             MOVE SPACES TO WS-INC-REST WS-DRIFT-NOW-REST
             UNSTRING INCIDENT-LINE DELIMITED BY "  runid="
               INTO WS-INC-REST WS-DRIFT-NOW-REST
             MOVE WS-DRIFT-NOW-REST(1:17) TO WS-WORK-RUNID(WS-WORK-IDX)
           END-IF
           .
      ***** The state is read off the disposition tag exactly as
      ***** IncMaint's B10-StateOf reads it.
       W14-IncidentState.
           MOVE "OPEN" TO WS-INC-STATE
           MOVE 0 TO TALLY
           INSPECT INCIDENT-LINE TALLYING TALLY
             FOR ALL "disp=CLOSED"
           IF TALLY > 0
             MOVE "CLOSED" TO WS-INC-STATE
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TALLY
           INSPECT INCIDENT-LINE TALLYING TALLY
             FOR ALL "disp=ACKNOWLEDGED"
           IF TALLY > 0
             MOVE "ACKNOWLEDGED" TO WS-INC-STATE
           END-IF
           .
       W15-LoadAcceptances.
           MOVE 0 TO WS-ACC-COUNT
           MOVE 'N' TO EOF-WORK-FILE
           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-WORK-FILE = 'Y'
             READ DISP-FILE
               AT END MOVE 'Y' TO EOF-WORK-FILE
               NOT AT END
                 IF DISP-PROGRAM NOT = SPACES AND WS-ACC-COUNT < 100
                   ADD 1 TO WS-ACC-COUNT
                   MOVE DISP-PROGRAM TO WS-ACC-PROGRAM(WS-ACC-COUNT)
                   MOVE DISP-PARMS TO WS-ACC-PARMS(WS-ACC-COUNT)
                   MOVE DISP-ANSWER TO WS-ACC-ANSWER(WS-ACC-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DISP-FILE
           .
       W20-LoadDrifts.
           MOVE 'N' TO EOF-WORK-FILE
           OPEN INPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-WORK-FILE = 'Y'
             READ EXCEPT-FILE
               AT END MOVE 'Y' TO EOF-WORK-FILE
               NOT AT END
                 PERFORM W25-AddDrift
             END-READ
           END-PERFORM
           CLOSE EXCEPT-FILE
           .
      ***** A DRIFT line is split the way EulerDash's drift section
      ***** splits it. A combination whose drifted answer is already
      ***** accepted is not listed, and one that has alarmed on
      ***** several runs with the same answer is listed once, under
      ***** its latest alarm.
       W25-AddDrift.
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
           PERFORM W26-CheckAccepted
           IF WS-DRIFT-ACCEPTED = 'Y'
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
             UNTIL WS-WORK-IDX > WS-WORK-COUNT
             IF WS-WORK-KIND(WS-WORK-IDX) = "DRIFT"
               AND WS-WORK-PROGRAM(WS-WORK-IDX) = WS-ENTRY-PROGRAM
               AND WS-WORK-PARMS(WS-WORK-IDX) = WS-DRIFT-PARMS
               AND WS-WORK-NOW(WS-WORK-IDX) = WS-DRIFT-NOW
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-WORK-IDX <= WS-WORK-COUNT
             MOVE WS-ENTRY-STAMP TO WS-WORK-STAMP(WS-WORK-IDX)
             MOVE EXCEPT-LINE TO WS-WORK-LINE(WS-WORK-IDX)
             EXIT PARAGRAPH
           END-IF
           IF WS-WORK-COUNT >= 200
             MOVE 'Y' TO WS-WORK-FULL
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WORK-COUNT
           ADD 1 TO WS-WORK-DRIFT-COUNT
           MOVE WS-WORK-COUNT TO WS-WORK-IDX
           MOVE SPACES TO WS-WORK-ENTRY(WS-WORK-IDX)
           MOVE "DRIFT" TO WS-WORK-KIND(WS-WORK-IDX)
           MOVE 0 TO WS-WORK-SEQ(WS-WORK-IDX)
           MOVE "UNREVIEWED" TO WS-WORK-STATE(WS-WORK-IDX)
           MOVE WS-ENTRY-PROGRAM TO WS-WORK-PROGRAM(WS-WORK-IDX)
           MOVE WS-ENTRY-STAMP TO WS-WORK-STAMP(WS-WORK-IDX)
           MOVE WS-DRIFT-PARMS TO WS-WORK-PARMS(WS-WORK-IDX)
           MOVE WS-DRIFT-NOW TO WS-WORK-NOW(WS-WORK-IDX)
           MOVE EXCEPT-LINE TO WS-WORK-LINE(WS-WORK-IDX)
           STRING FUNCTION TRIM(WS-DRIFT-PARMS)
             "  prior=" FUNCTION TRIM(WS-DRIFT-PRIOR)
             "  now=" FUNCTION TRIM(WS-DRIFT-NOW-X)
             DELIMITED BY SIZE INTO WS-WORK-DETAIL(WS-WORK-IDX)
           .
      ***** Accepted means what LedgerWriter and EulerDash take it
      ***** to mean: a disposition for the same program and
      ***** parameters whose accepted answer is the drifted one.
       W26-CheckAccepted.
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
           .
       W30-ShowOnePage.
           COMPUTE WS-WORK-FIRST =
             (WS-WORK-PAGE - 1) * WS-WORK-PAGE-ITEMS + 1
           COMPUTE WS-WORK-LAST =
             WS-WORK-FIRST + WS-WORK-PAGE-ITEMS - 1
           IF WS-WORK-LAST > WS-WORK-COUNT
             MOVE WS-WORK-COUNT TO WS-WORK-LAST
           END-IF
           DISPLAY "---- page " WS-WORK-PAGE " ----"
           PERFORM VARYING WS-WORK-IDX FROM WS-WORK-FIRST BY 1
             UNTIL WS-WORK-IDX > WS-WORK-LAST
             PERFORM W35-ShowOneItem
           END-PERFORM
           IF WS-WORK-LAST >= WS-WORK-COUNT
             DISPLAY "---- end of list ----"
           END-IF
           .
       W35-ShowOneItem.
           MOVE WS-WORK-IDX TO WS-WORK-ITEM-EDIT
           MOVE SPACES TO WS-WORK-HEAD
           IF WS-WORK-KIND(WS-WORK-IDX) = "INC"
             MOVE WS-WORK-SEQ(WS-WORK-IDX) TO WS-WORK-SEQ-EDIT
             STRING WS-WORK-ITEM-EDIT ". incident "
               FUNCTION TRIM(WS-WORK-SEQ-EDIT) "  "
               FUNCTION TRIM(WS-WORK-STATE(WS-WORK-IDX)) "  "
               FUNCTION TRIM(WS-WORK-PROGRAM(WS-WORK-IDX)) "  "
               WS-WORK-STAMP(WS-WORK-IDX)
               DELIMITED BY SIZE INTO WS-WORK-HEAD
           ELSE
             STRING WS-WORK-ITEM-EDIT ". drift  "
               FUNCTION TRIM(WS-WORK-STATE(WS-WORK-IDX)) "  "
               FUNCTION TRIM(WS-WORK-PROGRAM(WS-WORK-IDX)) "  "
               WS-WORK-STAMP(WS-WORK-IDX)
               DELIMITED BY SIZE INTO WS-WORK-HEAD
           END-IF
           DISPLAY WS-WORK-HEAD
           DISPLAY "       " WS-WORK-DETAIL(WS-WORK-IDX)(1:72)
           .
       W40-AskAction.
           DISPLAY "ACK n, CLOSE n, ACCEPT n, F forward, B back, "
             "Q done: " WITH NO ADVANCING
           MOVE SPACES TO WS-WORK-REPLY
           ACCEPT WS-WORK-REPLY
             ON EXCEPTION
               MOVE "Q" TO WS-WORK-REPLY
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WORK-REPLY))
             TO WS-WORK-REPLY
           MOVE SPACES TO WS-WORK-ACTION WS-WORK-ITEM-X
           UNSTRING WS-WORK-REPLY DELIMITED BY ALL " "
             INTO WS-WORK-ACTION WS-WORK-ITEM-X
           EVALUATE WS-WORK-ACTION
             WHEN "Q"
               MOVE 'Y' TO WS-WORK-DONE
             WHEN "B"
               IF WS-WORK-PAGE > 1
                 SUBTRACT 1 FROM WS-WORK-PAGE
               END-IF
             WHEN "F"
             WHEN SPACES
               IF WS-WORK-LAST < WS-WORK-COUNT
                 ADD 1 TO WS-WORK-PAGE
               END-IF
             WHEN "ACK"
             WHEN "CLOSE"
             WHEN "ACCEPT"
               PERFORM W45-PickItem
               IF WS-WORK-ITEM > 0
                 PERFORM W50-DoAction
               END-IF
             WHEN OTHER
               DISPLAY "Reply not understood: "
                 FUNCTION TRIM(WS-WORK-REPLY)
           END-EVALUATE
           .
      ***** The item number is checked the way a menu choice is
      ***** (C15-ValidateChoice), then against the list and the
      ***** action: incidents are acknowledged or closed, drifts
      ***** accepted.
       W45-PickItem.
           MOVE 0 TO WS-WORK-ITEM
           MOVE WS-WORK-ITEM-X TO WS-CHOICE-X
           PERFORM C15-ValidateChoice
           IF WS-CHOICE-VALID = 'N'
             DISPLAY FUNCTION TRIM(WS-WORK-ACTION)
               " needs an item number from the list, e.g. "
               FUNCTION TRIM(WS-WORK-ACTION) " 3"
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CHOICE-X) > WS-WORK-COUNT
             OR FUNCTION NUMVAL(WS-CHOICE-X) = 0
             DISPLAY "No item " FUNCTION TRIM(WS-WORK-ITEM-X)
               " on the list"
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-ITEM = FUNCTION NUMVAL(WS-CHOICE-X)
           IF WS-WORK-ACTION = "ACCEPT"
             AND WS-WORK-KIND(WS-WORK-ITEM) NOT = "DRIFT"
             DISPLAY "Item " FUNCTION TRIM(WS-WORK-ITEM-X)
               " is an incident; ACK or CLOSE it"
             MOVE 0 TO WS-WORK-ITEM
             EXIT PARAGRAPH
           END-IF
           IF WS-WORK-ACTION NOT = "ACCEPT"
             AND WS-WORK-KIND(WS-WORK-ITEM) NOT = "INC"
             DISPLAY "Item " FUNCTION TRIM(WS-WORK-ITEM-X)
               " is a drift; ACCEPT it"
             MOVE 0 TO WS-WORK-ITEM
           END-IF
           .
      ***** Every action ends in a reload; one that went through may
      ***** also carry a shift note.
       W50-DoAction.
           MOVE 'N' TO WS-WORK-ACTED
           IF WS-WORK-ACTION = "ACCEPT"
             PERFORM W60-AcceptDrift
           ELSE
             PERFORM W55-VerifyIncident
             IF WS-WORK-FOUND = 'Y'
               PERFORM W57-IncidentAction
             END-IF
           END-IF
           IF WS-WORK-ACTED = 'Y'
             PERFORM W70-OfferShiftNote
           END-IF
           MOVE 'Y' TO WS-WORK-RELOAD
           .
      ***** IncMaint acts on a sequence number, so the record at
      ***** that position must still be the one on the screen; if
      ***** someone else has acted on the file since it was read,
      ***** the list is redrawn instead.
       W55-VerifyIncident.
           MOVE 'N' TO WS-WORK-FOUND
           MOVE 0 TO WS-INC-SEQ
           MOVE 'N' TO EOF-WORK-FILE
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS-CD = "00"
             PERFORM WITH TEST AFTER UNTIL EOF-WORK-FILE = 'Y'
               OR WS-INC-SEQ >= WS-WORK-SEQ(WS-WORK-ITEM)
               READ INCIDENT-FILE
                 AT END MOVE 'Y' TO EOF-WORK-FILE
                 NOT AT END
                   IF INCIDENT-LINE NOT = SPACES
                     ADD 1 TO WS-INC-SEQ
                     IF WS-INC-SEQ = WS-WORK-SEQ(WS-WORK-ITEM)
                       AND INCIDENT-LINE =
                         WS-WORK-LINE(WS-WORK-ITEM)
                       MOVE 'Y' TO WS-WORK-FOUND
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INCIDENT-FILE
           END-IF
           IF WS-WORK-FOUND = 'N'
             DISPLAY "The incident file has changed since the list "
               "was drawn; nothing done - list redrawn"
           END-IF
           .
       W57-IncidentAction.
           MOVE SPACES TO WS-EUPARM-OVR-VALUE(1)
           MOVE SPACES TO WS-EUPARM-OVR-VALUE(2)
           MOVE WS-WORK-ACTION TO WS-EUPARM-OVR-VALUE(1)
           MOVE WS-WORK-SEQ(WS-WORK-ITEM) TO WS-WORK-SEQ-EDIT
           MOVE FUNCTION TRIM(WS-WORK-SEQ-EDIT)
             TO WS-EUPARM-OVR-VALUE(2)
           MOVE 2 TO WS-EUPARM-OVR-COUNT
           MOVE 0 TO RETURN-CODE
           CALL "IncMaint"
           MOVE RETURN-CODE TO WS-WORK-RC
           CANCEL "IncMaint"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF WS-WORK-RC NOT = 0
             MOVE WS-WORK-RC TO WS-WORK-RC-EDIT
             DISPLAY "Incident " FUNCTION TRIM(WS-WORK-SEQ-EDIT)
               " not changed (return code "
               FUNCTION TRIM(WS-WORK-RC-EDIT) ")"
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-WORK-ACTED
           IF WS-WORK-RUNID(WS-WORK-ITEM) NOT = SPACES
             MOVE WS-WORK-RUNID(WS-WORK-ITEM) TO WS-NOTE-KEY
           ELSE
             MOVE WS-WORK-PROGRAM(WS-WORK-ITEM) TO WS-NOTE-KEY
           END-IF
           .
      ***** DriftDisp gets the parameter string in 18-character
      ***** pieces (see driftdisp.cbl), shows the answer it is about
      ***** to accept, and takes the reason from the terminal itself.
       W60-AcceptDrift.
           MOVE SPACES TO WS-EUPARM-OVR-VALUE(1)
           MOVE SPACES TO WS-EUPARM-OVR-VALUE(2)
           MOVE "ACCEPT" TO WS-EUPARM-OVR-VALUE(1)
           MOVE WS-WORK-PROGRAM(WS-WORK-ITEM)
             TO WS-EUPARM-OVR-VALUE(2)
           MOVE WS-WORK-PARMS(WS-WORK-ITEM) TO WS-DRIFT-PARMS
           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
             UNTIL WS-PIECE-IDX > 4
             MOVE WS-DRIFT-PARMS-PIECE(WS-PIECE-IDX)
               TO WS-EUPARM-OVR-VALUE(WS-PIECE-IDX + 2)
           END-PERFORM
           MOVE 6 TO WS-EUPARM-OVR-COUNT
           MOVE 0 TO RETURN-CODE
           CALL "DriftDisp"
           MOVE RETURN-CODE TO WS-WORK-RC
           CANCEL "DriftDisp"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF WS-WORK-RC NOT = 0
             MOVE WS-WORK-RC TO WS-WORK-RC-EDIT
             DISPLAY "Drift for "
               FUNCTION TRIM(WS-WORK-PROGRAM(WS-WORK-ITEM))
               " not accepted (return code "
               FUNCTION TRIM(WS-WORK-RC-EDIT) ")"
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-WORK-ACTED
           PERFORM W65-FindDriftRunId
           IF WS-DRIFT-RUNID NOT = SPACES
             MOVE WS-DRIFT-RUNID TO WS-NOTE-KEY
           ELSE
             MOVE WS-WORK-PROGRAM(WS-WORK-ITEM) TO WS-NOTE-KEY
           END-IF
           .
      ***** The drifting run is the latest ledger line for the
      ***** combination that gave the drifted answer; its runid=
      ***** tag keys the shift note.
       W65-FindDriftRunId.
           MOVE SPACES TO WS-DRIFT-RUNID
           MOVE 'N' TO EOF-LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-LEDGER-FILE = 'Y'
             READ LEDGER-FILE
               AT END MOVE 'Y' TO EOF-LEDGER-FILE
               NOT AT END
                 PERFORM W66-MatchDriftRun
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
       W66-MatchDriftRun.
           PERFORM A33-ParseLedgerLine
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-ENTRY-PROGRAM NOT = WS-WORK-PROGRAM(WS-WORK-ITEM)
             OR FUNCTION TRIM(WS-ENTRY-PARMS) NOT =
               FUNCTION TRIM(WS-WORK-PARMS(WS-WORK-ITEM))
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-ENTRY-ANSWER) NOT =
             WS-WORK-NOW(WS-WORK-ITEM)
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TALLY
           INSPECT LEDGER-LINE TALLYING TALLY FOR ALL "  runid="
           IF TALLY > 0
             MOVE SPACES TO WS-INC-REST WS-DRIFT-NOW-REST
             UNSTRING LEDGER-LINE DELIMITED BY "  runid="
               INTO WS-INC-REST WS-DRIFT-NOW-REST
             MOVE WS-DRIFT-NOW-REST(1:17) TO WS-DRIFT-RUNID
           END-IF
           .
      ***** The note goes to ShiftNote ADD with the text in
      ***** 18-character pieces (see shiftnote.cbl); a blank reply
      ***** records nothing.
       W70-OfferShiftNote.
           DISPLAY "Shift note for " FUNCTION TRIM(WS-NOTE-KEY)
             " (blank for none): " WITH NO ADVANCING
           MOVE SPACES TO WS-NOTE-TEXT
           ACCEPT WS-NOTE-TEXT
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NOTE-TEXT = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EUPARM-OVR-VALUE(1)
           MOVE SPACES TO WS-EUPARM-OVR-VALUE(2)
           MOVE "ADD" TO WS-EUPARM-OVR-VALUE(1)
           MOVE WS-NOTE-KEY TO WS-EUPARM-OVR-VALUE(2)
           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
             UNTIL WS-PIECE-IDX > 7
             MOVE WS-NOTE-PIECE(WS-PIECE-IDX)
               TO WS-EUPARM-OVR-VALUE(WS-PIECE-IDX + 2)
           END-PERFORM
           MOVE 9 TO WS-EUPARM-OVR-COUNT
           MOVE 0 TO RETURN-CODE
           CALL "ShiftNote"
           MOVE RETURN-CODE TO WS-WORK-RC
           CANCEL "ShiftNote"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF WS-WORK-RC NOT = 0
             MOVE WS-WORK-RC TO WS-WORK-RC-EDIT
             DISPLAY "Shift note not recorded (return code "
               FUNCTION TRIM(WS-WORK-RC-EDIT) ")"
           END-IF
           .
      ***** Exit
       END PROGRAM EulerMenu.
