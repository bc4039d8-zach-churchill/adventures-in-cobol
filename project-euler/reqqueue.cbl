      *        columns  18-29  program name
      *        columns  30-89  parameter list
      *        columns  90-97  status: PENDING, RUNNING, DONE,
      *                        FAILED, DEFERRED
      *        columns  98-114 submitted stamp
      *        columns 115-134 answer (for DONE)
      *        columns 135-138 return code (for FAILED)
      *        columns 139-142 incident number, for a rerun queued
      *                        by IncMaint RERUN (zero otherwise)
      *        column  143     priority, 1 (most urgent) to 9
      *        columns 144-151 runtime estimate the last RUN made,
      *                        hundredths of a second
      *        columns 152-171 the requesting team's own reference,
      *                        for a request fed in by ReqIntake
      *                        (blank for one SUBMITted here)
      *
      *    Modes, supplied on the command line:
      *        reqqueue SUBMIT [PRIORITY=n] <program> [parm ...]
      *            deposit a request; the program must be in the
      *            registry, and numeric operands are validated
      *            through the shared ParmCheck before anything is
      *            queued. The priority defaults to 5; a submitter
      *            may set it no more urgent than the limit in
      *            column 26 of their user profile (see
      *            userauth.cbl), so an analyst cannot put a
      *            private search ahead of everyone else's work
      *        reqqueue RUN
      *            the nightly processor: PENDING requests, and the
      *            DEFERRED ones carried from earlier nights, are
      *            taken by priority and then by request number.
      *            Each is admitted only if its estimated runtime
      *            fits the window left before the next completion
      *            deadline in the batch-window targets
      *            (project-euler/euler.sla, see slawatch.cbl); one
      *            that does not fit is marked DEFERRED with its
      *            estimate and waits for the next night, instead
      *            of pushing the rest of the cycle past its SLA.
      *            The estimate is the elapsed time of the latest
      *            ledger run of the same program with the same
      *            operands (the ledger holds them in the programs'
      *            KEY=value form, so the numbers are compared, not
      *            the text), else of the program's latest run with
      *            any operands - EulerMenu's run-history figure -
      *            else its SLA elapsed target; a program with none
      *            of these is admitted. An admitted request is
      *            marked RUNNING, run through the EUPARMOV override
      *            table, and written back DONE with its answer or
      *            FAILED with its return code. Each run is tagged
      *            origin REQUEST and runs under the requesting
      *            user's identity, so the ledger - and the monthly
      *            chargeback priced from it - bills the analyst who
      *            asked, not the nightly job's account. A rerun
      *            request that comes back DONE acknowledges its
      *            incident in project-euler/euler.incidents (the
      *            one IncMaint tagged "rerun=<request>") with a
      *            note naming the request, so the morning review
      *            sees the failure already dealt with
      *        reqqueue QUERY [user]
      *            a requester's requests and answers, with each
      *            request's priority and a deferred one's
      *            estimate, defaulting to the USER identity
      *            LedgerWriter captures; a fed-in request also
      *            shows its team's reference
      *
      *    RUN CALLs the queued programs by name, so like
      *    EulerRegress it needs their object code linked into the
           SELECT REGISTRY-FILE ASSIGN TO "project-euler/euler.registry"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRY-STATUS-CD.
           SELECT INCIDENT-FILE
             ASSIGN TO "project-euler/euler.incidents"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INCIDENT-STATUS-CD.
           SELECT SLA-FILE ASSIGN TO "project-euler/euler.sla"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SLA-STATUS-CD.
           SELECT LEDGER-FILE ASSIGN TO "project-euler/euler.ledger"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT USERS-FILE ASSIGN TO "project-euler/euler.users"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-USERS-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD QUEUE-FILE.
           05 REQ-STAMP PIC X(17).
           05 REQ-ANSWER PIC 9(20).
           05 REQ-RC PIC 9(4).
           05 REQ-INCIDENT PIC X(4).
           05 REQ-PRIORITY PIC X(1).
           05 REQ-ESTIMATE PIC X(8).
           05 REQ-REFERENCE PIC X(20).
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-PROGRAM PIC X(12).
           05 REG-DRIVER-FLAG PIC X(1).
           05 REG-MENU-FLAG PIC X(1).
           05 REG-LONG-FLAG PIC X(1).
       FD INCIDENT-FILE.
       01 INCIDENT-LINE PIC X(200).
       FD SLA-FILE.
       01 SLA-RECORD.
           05 SLA-PROGRAM PIC X(12).
           05 SLA-DEADLINE PIC 9(6).
           05 SLA-MAX-HSEC PIC 9(8).
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD USERS-FILE.
       01 USERS-RECORD.
           05 USR-ID PIC X(12).
           05 FILLER PIC X(13).
           05 USR-PRIORITY-LIMIT PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS-CD PIC XX.
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 WS-INCIDENT-STATUS-CD PIC XX.
       01 WS-SLA-STATUS-CD PIC XX.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-USERS-STATUS-CD PIC XX.
       01 EOF-SLA-FILE PIC X VALUE 'N'.
       01 EOF-LEDGER-FILE PIC X VALUE 'N'.
       01 EOF-USERS-FILE PIC X VALUE 'N'.
       01 EOF-INCIDENT-FILE PIC X(1).
       01 WS-INC-COUNT PIC 9(4).
       01 WS-INC-TBL.
           05 WS-INC-LINE PIC X(200) OCCURS 500 TIMES.
       01 WS-INC-IDX PIC 9(4).
       01 WS-INC-MATCH PIC 9(4).
       01 WS-RERUN-TAG PIC X(13).
       01 WS-INC-WORK PIC X(200).
       01 EOF-QUEUE-FILE PIC X VALUE 'N'.
       01 EOF-REGISTRY-FILE PIC X VALUE 'N'.
       01 WS-MODE PIC X(8).
               10 WS-RQ-STAMP PIC X(17).
               10 WS-RQ-ANSWER PIC 9(20).
               10 WS-RQ-RC PIC 9(4).
               10 WS-RQ-INCIDENT PIC 9(4).
               10 WS-RQ-PRIORITY PIC 9(1).
               10 WS-RQ-ESTIMATE PIC 9(8).
               10 WS-RQ-EST-SOURCE PIC X(1).
               10 WS-RQ-SIGNATURE PIC X(60).
               10 WS-RQ-REFERENCE PIC X(20).
       01 WS-REQ-IDX PIC 9(3).
       01 WS-OUT-IDX PIC 9(3).
       01 WS-NEXT-ID PIC 9(5).
       01 WS-MATCH-COUNT PIC 9(3) VALUE 0.
       01 WS-CALL-PROGRAM PIC X(12).
       01 WS-USER-ID PIC X(12).
       01 WS-SAVED-USER PIC X(12).
       01 WS-ANSWER-EDIT PIC Z(19)9.
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
      ***** Priority: 1 is the most urgent. A profile with no
      ***** limit, or no profile record, allows the default and
      ***** below; no profile file at all allows anything.
       01 WS-DEFAULT-PRIORITY PIC 9(1) VALUE 5.
       01 WS-ARG-PRIORITY PIC 9(1) VALUE 5.
       01 WS-PRIORITY-LIMIT PIC 9(1).
       01 WS-PRIORITY-PASS PIC 9(2).
       01 WS-DEFER-COUNT PIC 9(3) VALUE 0.
      ***** Completion deadlines from the batch-window targets, in
      ***** hundredths of a second past midnight.
       01 WS-SLA-COUNT PIC 9(3) VALUE 0.
       01 WS-SLA-IDX PIC 9(3).
       01 WS-SLA-TBL.
           05 WS-SLA-ENTRY OCCURS 100 TIMES.
               10 WS-SLA-PGM PIC X(12).
               10 WS-SLA-DUE PIC 9(6).
               10 WS-SLA-DUE-HSEC PIC 9(7).
               10 WS-SLA-MAX PIC 9(8).
       01 WS-SLA-DUE-X PIC 9(6).
       01 WS-SLA-DUE-PARTS REDEFINES WS-SLA-DUE-X.
           05 WS-SLA-DUE-HH PIC 9(2).
           05 WS-SLA-DUE-MM PIC 9(2).
           05 WS-SLA-DUE-SS PIC 9(2).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH PIC 9(2).
           05 WS-NOW-MM PIC 9(2).
           05 WS-NOW-SS PIC 9(2).
           05 WS-NOW-HS PIC 9(2).
       01 WS-NOW-HSEC PIC 9(7).
       01 WS-GAP-HSEC PIC S9(9).
       01 WS-WINDOW-HSEC PIC 9(9).
       01 WS-WINDOW-PGM PIC X(12).
       01 WS-WINDOW-DUE PIC 9(6).
       01 WS-ADMIT PIC X(1).
       01 WS-SEC-EDIT PIC Z(7)9.99.
       01 WS-WINDOW-SEC-EDIT PIC Z(7)9.
       01 WS-EST-TEXT PIC X(30).
      ***** Ledger line pieces, split the way ledgerreport.cbl and
      ***** EulerMenu's history loader split them.
       01 WS-PARSE-HEAD PIC X(300).
       01 WS-PARSE-TAIL PIC X(300).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-PARMS PIC X(120).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-ENTRY-ELAPSED-X PIC X(20).
       01 WS-ENTRY-ELAPSED PIC 9(8).
       01 WS-ENTRY-SIGNATURE PIC X(60).
      ***** An operand signature is the numbers in a parameter
      ***** string, leading zeros dropped, one space apart - the
      ***** request's "600851475143" and the ledger's
      ***** "N=000600851475143" both read "600851475143".
       01 WS-SIG-SOURCE PIC X(120).
       01 WS-SIG-RESULT PIC X(60).
       01 WS-SIG-PTR PIC 9(3).
       01 WS-SIG-IDX PIC 9(3).
       01 WS-SIG-CHAR PIC X(1).
       01 WS-SIG-IN-NUMBER PIC X(1).
       01 WS-SIG-NONZERO PIC X(1).
       01 WS-SIG-LEN PIC 9(3).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARMOV.
       COPY EUORIGIN.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
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
             END-IF
             EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF FUNCTION UPPER-CASE(WS-ARG-VALUE(1:9)) = "PRIORITY="
             PERFORM A17-ParsePriority
             ADD 1 TO WS-ARG-NUM
             DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
             MOVE SPACES TO WS-ARG-VALUE
             ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           MOVE WS-ARG-VALUE TO WS-ARG-PROGRAM
           ADD 1 TO WS-ARG-NUM
           MOVE 'Y' TO WS-MORE-ARGS
           MOVE 1 TO WS-PARMS-PTR
           PERFORM UNTIL WS-MORE-ARGS = 'N'
             END-IF
           END-IF
           .
      ***** PRIORITY=n ahead of the program name sets the request's
      ***** priority, a single digit from 1 (most urgent) to 9.
       A17-ParsePriority.
           IF WS-ARG-VALUE(10:1) IS NOT NUMERIC
             OR WS-ARG-VALUE(10:1) = "0"
             OR WS-ARG-VALUE(11:1) NOT = SPACE
             DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-VALUE)
               " - priority must be a single digit 1-9 "
               "(1 is the most urgent); request not queued"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ARG-VALUE(10:1) TO WS-ARG-PRIORITY
           .
       B00-LoadQueue.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS-CD NOT = "00"
                   MOVE REQ-STAMP TO WS-RQ-STAMP(WS-REQ-COUNT)
                   MOVE REQ-ANSWER TO WS-RQ-ANSWER(WS-REQ-COUNT)
                   MOVE REQ-RC TO WS-RQ-RC(WS-REQ-COUNT)
                   MOVE 0 TO WS-RQ-INCIDENT(WS-REQ-COUNT)
                   IF REQ-INCIDENT IS NUMERIC
                     MOVE REQ-INCIDENT TO WS-RQ-INCIDENT(WS-REQ-COUNT)
                   END-IF
                   MOVE WS-DEFAULT-PRIORITY TO
                     WS-RQ-PRIORITY(WS-REQ-COUNT)
                   IF REQ-PRIORITY IS NUMERIC AND REQ-PRIORITY > "0"
                     MOVE REQ-PRIORITY TO WS-RQ-PRIORITY(WS-REQ-COUNT)
                   END-IF
                   MOVE 0 TO WS-RQ-ESTIMATE(WS-REQ-COUNT)
                   IF REQ-ESTIMATE IS NUMERIC
                     MOVE REQ-ESTIMATE TO WS-RQ-ESTIMATE(WS-REQ-COUNT)
                   END-IF
                   MOVE REQ-REFERENCE TO WS-RQ-REFERENCE(WS-REQ-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           END-PERFORM
           CLOSE REGISTRY-FILE
           .
      ***** The most urgent priority this submitter may set comes
      ***** from column 26 of their user profile. No profile file
      ***** means the shop has not adopted profiles and anything
      ***** goes, as with UserAuth; a user without a record, or a
      ***** record without a limit, gets the default and below.
       B20-LookupPriorityLimit.
           MOVE 1 TO WS-PRIORITY-LIMIT
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-DEFAULT-PRIORITY TO WS-PRIORITY-LIMIT
           PERFORM WITH TEST AFTER UNTIL EOF-USERS-FILE = 'Y'
             READ USERS-FILE
               AT END MOVE 'Y' TO EOF-USERS-FILE
               NOT AT END
                 IF USR-ID = WS-USER-ID
                   AND USR-PRIORITY-LIMIT IS NUMERIC
                   AND USR-PRIORITY-LIMIT > "0"
                   MOVE USR-PRIORITY-LIMIT TO WS-PRIORITY-LIMIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE USERS-FILE
           .
      ***** The completion deadlines the window has to protect. No
      ***** targets file, or no deadline in it, leaves nothing to
      ***** protect and every request is admitted.
       B30-LoadSlaTargets.
           OPEN INPUT SLA-FILE
           IF WS-SLA-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-SLA-FILE = 'Y'
             READ SLA-FILE
               AT END MOVE 'Y' TO EOF-SLA-FILE
               NOT AT END
                 IF SLA-PROGRAM NOT = SPACES
                   AND SLA-DEADLINE IS NUMERIC
                   AND SLA-MAX-HSEC IS NUMERIC
                   AND WS-SLA-COUNT < 100
                   ADD 1 TO WS-SLA-COUNT
                   MOVE SLA-PROGRAM TO WS-SLA-PGM(WS-SLA-COUNT)
                   MOVE SLA-DEADLINE TO WS-SLA-DUE(WS-SLA-COUNT)
                   MOVE SLA-MAX-HSEC TO WS-SLA-MAX(WS-SLA-COUNT)
                   MOVE SLA-DEADLINE TO WS-SLA-DUE-X
                   COMPUTE WS-SLA-DUE-HSEC(WS-SLA-COUNT) =
                     (WS-SLA-DUE-HH * 3600 + WS-SLA-DUE-MM * 60
                     + WS-SLA-DUE-SS) * 100
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SLA-FILE
           .
      ***** One pass of the ledger estimates every request waiting
      ***** to run: the latest run with the same operands wins,
      ***** else the latest run of the program at all. Failing
      ***** both, the program's SLA elapsed target stands in.
       B40-EstimateRequests.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
             UNTIL WS-REQ-IDX > WS-REQ-COUNT
             MOVE 'N' TO WS-RQ-EST-SOURCE(WS-REQ-IDX)
             MOVE 0 TO WS-RQ-ESTIMATE(WS-REQ-IDX)
             MOVE WS-RQ-PARMS(WS-REQ-IDX) TO WS-SIG-SOURCE
             PERFORM B50-BuildSignature
             MOVE WS-SIG-RESULT TO WS-RQ-SIGNATURE(WS-REQ-IDX)
           END-PERFORM
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD = "00"
             PERFORM WITH TEST AFTER UNTIL EOF-LEDGER-FILE = 'Y'
               READ LEDGER-FILE
                 AT END MOVE 'Y' TO EOF-LEDGER-FILE
                 NOT AT END
                   PERFORM B45-MatchLedgerEntry
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
             UNTIL WS-REQ-IDX > WS-REQ-COUNT
             IF WS-RQ-EST-SOURCE(WS-REQ-IDX) = 'N'
               PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                 UNTIL WS-SLA-IDX > WS-SLA-COUNT
                 IF WS-SLA-PGM(WS-SLA-IDX) = WS-RQ-PROGRAM(WS-REQ-IDX)
                   AND WS-SLA-MAX(WS-SLA-IDX) > 0
                   MOVE WS-SLA-MAX(WS-SLA-IDX) TO
                     WS-RQ-ESTIMATE(WS-REQ-IDX)
                   MOVE 'S' TO WS-RQ-EST-SOURCE(WS-REQ-IDX)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           .
      ***** The ledger line is split the way ledgerreport.cbl splits
      ***** it. The operands match when the request's numbers are
      ***** the ledger run's numbers, or lead them (the run also
      ***** records the defaults it filled in, such as Problem2's
      ***** seeds); a keyword-only request matches on its text.
       B45-MatchLedgerEntry.
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-ENTRY-STAMP
           MOVE SPACES TO WS-ENTRY-PARMS
           MOVE SPACES TO WS-ENTRY-ANSWER
           MOVE SPACES TO WS-ENTRY-ELAPSED-X
           UNSTRING LEDGER-LINE DELIMITED BY "answer="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           UNSTRING WS-PARSE-TAIL
             DELIMITED BY "  elapsed=" OR "  runid=" OR " "
             INTO WS-ENTRY-ANSWER WS-ENTRY-ELAPSED-X
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-ENTRY-ELAPSED-X(1:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-ELAPSED-X(1:8) TO WS-ENTRY-ELAPSED
           MOVE SPACES TO WS-ENTRY-SIGNATURE
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
             UNTIL WS-REQ-IDX > WS-REQ-COUNT
             IF (WS-RQ-STATUS(WS-REQ-IDX) = "PENDING"
               OR WS-RQ-STATUS(WS-REQ-IDX) = "DEFERRED")
               AND WS-RQ-PROGRAM(WS-REQ-IDX) = WS-ENTRY-PROGRAM
               IF WS-ENTRY-SIGNATURE = SPACES
                 MOVE WS-ENTRY-PARMS TO WS-SIG-SOURCE
                 PERFORM B50-BuildSignature
                 MOVE WS-SIG-RESULT TO WS-ENTRY-SIGNATURE
               END-IF
               MOVE 0 TO WS-SIG-LEN
               IF WS-RQ-SIGNATURE(WS-REQ-IDX) NOT = SPACES
                 COMPUTE WS-SIG-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-RQ-SIGNATURE(WS-REQ-IDX)))
               END-IF
               IF (WS-SIG-LEN > 0
                 AND WS-ENTRY-SIGNATURE(1:WS-SIG-LEN) =
                   WS-RQ-SIGNATURE(WS-REQ-IDX)(1:WS-SIG-LEN)
                 AND WS-ENTRY-SIGNATURE(WS-SIG-LEN + 1:1) = SPACE)
                 OR (WS-SIG-LEN = 0
                   AND WS-RQ-PARMS(WS-REQ-IDX) NOT = SPACES
                   AND WS-ENTRY-PARMS = WS-RQ-PARMS(WS-REQ-IDX))
                 MOVE WS-ENTRY-ELAPSED TO WS-RQ-ESTIMATE(WS-REQ-IDX)
                 MOVE 'P' TO WS-RQ-EST-SOURCE(WS-REQ-IDX)
               ELSE
                 IF WS-RQ-EST-SOURCE(WS-REQ-IDX) NOT = 'P'
                   MOVE WS-ENTRY-ELAPSED TO
                     WS-RQ-ESTIMATE(WS-REQ-IDX)
                   MOVE 'G' TO WS-RQ-EST-SOURCE(WS-REQ-IDX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Reduces WS-SIG-SOURCE to its operand signature in
      ***** WS-SIG-RESULT (see WS-SIG-SOURCE above); a number of
      ***** all zeros reads "0".
       B50-BuildSignature.
           MOVE SPACES TO WS-SIG-RESULT
           MOVE 1 TO WS-SIG-PTR
           MOVE 'N' TO WS-SIG-IN-NUMBER
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
             UNTIL WS-SIG-IDX > 120 OR WS-SIG-PTR > 59
             MOVE WS-SIG-SOURCE(WS-SIG-IDX:1) TO WS-SIG-CHAR
             IF WS-SIG-CHAR IS NUMERIC
               IF WS-SIG-IN-NUMBER = 'N'
                 MOVE 'Y' TO WS-SIG-IN-NUMBER
                 MOVE 'N' TO WS-SIG-NONZERO
               END-IF
               IF WS-SIG-CHAR NOT = "0" OR WS-SIG-NONZERO = 'Y'
                 IF WS-SIG-NONZERO = 'N' AND WS-SIG-PTR > 1
                   STRING " " DELIMITED BY SIZE INTO WS-SIG-RESULT
                     WITH POINTER WS-SIG-PTR
                   END-STRING
                 END-IF
                 MOVE 'Y' TO WS-SIG-NONZERO
                 STRING WS-SIG-CHAR DELIMITED BY SIZE
                   INTO WS-SIG-RESULT WITH POINTER WS-SIG-PTR
                 END-STRING
               END-IF
             ELSE
               PERFORM B55-CloseSignatureNumber
             END-IF
           END-PERFORM
           PERFORM B55-CloseSignatureNumber
           .
       B55-CloseSignatureNumber.
           IF WS-SIG-IN-NUMBER = 'Y' AND WS-SIG-NONZERO = 'N'
             AND WS-SIG-PTR < 59
             IF WS-SIG-PTR > 1
               STRING " " DELIMITED BY SIZE INTO WS-SIG-RESULT
                 WITH POINTER WS-SIG-PTR
               END-STRING
             END-IF
             STRING "0" DELIMITED BY SIZE INTO WS-SIG-RESULT
               WITH POINTER WS-SIG-PTR
             END-STRING
           END-IF
           MOVE 'N' TO WS-SIG-IN-NUMBER
           .
       C00-SubmitRequest.
           IF WS-ARG-PROGRAM = SPACES
             DISPLAY "ABEND: SUBMIT needs a program name"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM B20-LookupPriorityLimit
           IF WS-ARG-PRIORITY < WS-PRIORITY-LIMIT
             DISPLAY "ABEND: " FUNCTION TRIM(WS-USER-ID)
               " may not submit above priority " WS-PRIORITY-LIMIT
               " (asked for " WS-ARG-PRIORITY "; see "
               "project-euler/euler.users); request not queued"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-REQ-COUNT >= 200
             DISPLAY "ABEND: request queue is full"
             MOVE 16 TO RETURN-CODE
             DELIMITED BY SIZE INTO WS-RQ-STAMP(WS-REQ-COUNT)
           MOVE 0 TO WS-RQ-ANSWER(WS-REQ-COUNT)
           MOVE 0 TO WS-RQ-RC(WS-REQ-COUNT)
           MOVE 0 TO WS-RQ-INCIDENT(WS-REQ-COUNT)
           MOVE WS-ARG-PRIORITY TO WS-RQ-PRIORITY(WS-REQ-COUNT)
           MOVE 0 TO WS-RQ-ESTIMATE(WS-REQ-COUNT)
           MOVE SPACES TO WS-RQ-REFERENCE(WS-REQ-COUNT)
           DISPLAY "Request " WS-NEXT-ID " queued: "
             FUNCTION TRIM(WS-ARG-PROGRAM) " "
             FUNCTION TRIM(WS-ARG-PARMS)
             "  priority " WS-ARG-PRIORITY
           .
      ***** The nightly processor: waiting requests (PENDING, or
      ***** DEFERRED from an earlier night) are taken a priority at
      ***** a time, in request-number order within a priority. Each
      ***** one admitted is marked RUNNING on file first (so an
      ***** abend mid-run leaves the evidence of what it was
      ***** doing), run, and written back DONE or FAILED; one that
      ***** does not fit the window is written back DEFERRED.
       C10-ProcessQueue.
           IF WS-RUN-ORIGIN = SPACES OR WS-RUN-ORIGIN = LOW-VALUES
             MOVE "REQUEST" TO WS-RUN-ORIGIN
           END-IF
           PERFORM B30-LoadSlaTargets
           PERFORM B40-EstimateRequests
           PERFORM VARYING WS-PRIORITY-PASS FROM 1 BY 1
             UNTIL WS-PRIORITY-PASS > 9
             PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF (WS-RQ-STATUS(WS-REQ-IDX) = "PENDING"
                 OR WS-RQ-STATUS(WS-REQ-IDX) = "DEFERRED")
                 AND WS-RQ-PRIORITY(WS-REQ-IDX) = WS-PRIORITY-PASS
                 PERFORM C15-AdmitRequest
                 IF WS-ADMIT = 'Y'
                   PERFORM C20-RunOneRequest
                 ELSE
                   PERFORM C17-DeferRequest
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           DISPLAY "Queue processed: " WS-RUN-COUNT " run, "
             WS-DONE-COUNT " done, " WS-FAIL-COUNT " failed, "
             WS-DEFER-COUNT " deferred"
           IF WS-FAIL-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .
      ***** The window is measured from now, so the requests run
      ***** ahead of this one are already spent out of it. The next
      ***** deadline is the nearest one still to come; one already
      ***** past for today is tomorrow's.
       C15-AdmitRequest.
           MOVE 'Y' TO WS-ADMIT
           EVALUATE WS-RQ-EST-SOURCE(WS-REQ-IDX)
             WHEN 'P'
               MOVE "same operands" TO WS-EST-TEXT
             WHEN 'G'
               MOVE "latest run of the program" TO WS-EST-TEXT
             WHEN 'S'
               MOVE "SLA elapsed target" TO WS-EST-TEXT
             WHEN OTHER
               MOVE "no run history" TO WS-EST-TEXT
           END-EVALUATE
           COMPUTE WS-SEC-EDIT = WS-RQ-ESTIMATE(WS-REQ-IDX) / 100
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-HSEC =
             (WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS) * 100
             + WS-NOW-HS
           MOVE 999999999 TO WS-WINDOW-HSEC
           MOVE SPACES TO WS-WINDOW-PGM
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
             UNTIL WS-SLA-IDX > WS-SLA-COUNT
             IF WS-SLA-DUE(WS-SLA-IDX) > 0
               COMPUTE WS-GAP-HSEC =
                 WS-SLA-DUE-HSEC(WS-SLA-IDX) - WS-NOW-HSEC
               IF WS-GAP-HSEC <= 0
                 ADD 8640000 TO WS-GAP-HSEC
               END-IF
               IF WS-GAP-HSEC < WS-WINDOW-HSEC
                 MOVE WS-GAP-HSEC TO WS-WINDOW-HSEC
                 MOVE WS-SLA-PGM(WS-SLA-IDX) TO WS-WINDOW-PGM
                 MOVE WS-SLA-DUE(WS-SLA-IDX) TO WS-WINDOW-DUE
               END-IF
             END-IF
           END-PERFORM
           IF WS-WINDOW-PGM = SPACES
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WINDOW-SEC-EDIT = WS-WINDOW-HSEC / 100
           IF WS-RQ-ESTIMATE(WS-REQ-IDX) > WS-WINDOW-HSEC
             MOVE 'N' TO WS-ADMIT
           END-IF
           .
      ***** Does not fit tonight: the request keeps its place and
      ***** its priority, and carries its estimate for the morning
      ***** query.
       C17-DeferRequest.
           ADD 1 TO WS-DEFER-COUNT
           MOVE "DEFERRED" TO WS-RQ-STATUS(WS-REQ-IDX)
           DISPLAY "Request " WS-RQ-ID(WS-REQ-IDX) " deferred: "
             FUNCTION TRIM(WS-RQ-PROGRAM(WS-REQ-IDX)) " "
             FUNCTION TRIM(WS-RQ-PARMS(WS-REQ-IDX))
             " estimated " FUNCTION TRIM(WS-SEC-EDIT) "s ("
             FUNCTION TRIM(WS-EST-TEXT) "), "
             FUNCTION TRIM(WS-WINDOW-SEC-EDIT) "s left before the "
             FUNCTION TRIM(WS-WINDOW-PGM) " deadline "
             WS-WINDOW-DUE
           PERFORM D00-RewriteQueue
           .
      ***** The program is CANCELled after the CALL, as in
      ***** EulerDriver's B00-RunStep, so the next CALL starts fresh.
       C20-RunOneRequest.
           ADD 1 TO WS-RUN-COUNT
           MOVE "RUNNING" TO WS-RQ-STATUS(WS-REQ-IDX)
           DISPLAY "Running request " WS-RQ-ID(WS-REQ-IDX) ": "
             FUNCTION TRIM(WS-CALL-PROGRAM) " "
             FUNCTION TRIM(WS-RQ-PARMS(WS-REQ-IDX))
             "  priority " WS-RQ-PRIORITY(WS-REQ-IDX)
             "  estimated " FUNCTION TRIM(WS-SEC-EDIT) "s ("
             FUNCTION TRIM(WS-EST-TEXT) ")"
           MOVE SPACES TO WS-SAVED-USER
           ACCEPT WS-SAVED-USER FROM ENVIRONMENT "USER"
             ON EXCEPTION CONTINUE
           END-ACCEPT
           SET ENVIRONMENT "USER" TO WS-RQ-USER(WS-REQ-IDX)
           CALL WS-CALL-PROGRAM
             ON EXCEPTION
               MOVE 16 TO RETURN-CODE
           END-CALL
           SET ENVIRONMENT "USER" TO WS-SAVED-USER
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF RETURN-CODE = 0
             MOVE "DONE" TO WS-RQ-STATUS(WS-REQ-IDX)
             MOVE WS-EULER-RESULT TO WS-RQ-ANSWER(WS-REQ-IDX)
             MOVE 0 TO WS-RQ-RC(WS-REQ-IDX)
             ADD 1 TO WS-DONE-COUNT
             IF WS-RQ-INCIDENT(WS-REQ-IDX) > 0
               PERFORM C30-AcknowledgeIncident
             END-IF
           ELSE
             MOVE "FAILED" TO WS-RQ-STATUS(WS-REQ-IDX)
             MOVE RETURN-CODE TO WS-RQ-RC(WS-REQ-IDX)
             ADD 1 TO WS-FAIL-COUNT
             MOVE 0 TO RETURN-CODE
           END-IF
           CANCEL WS-CALL-PROGRAM
           PERFORM D00-RewriteQueue
           .
      ***** A rerun that came back DONE acknowledges the incident
      ***** IncMaint tagged with this request's number, in the same
      ***** disposition form IncMaint ACK writes, plus a note naming
      ***** the request. The incident is found by its tag, not its
      ***** position, so a month-end archival in between cannot
      ***** point the acknowledgement at the wrong record.
       C30-AcknowledgeIncident.
           MOVE SPACES TO WS-RERUN-TAG
           STRING "  rerun=" WS-RQ-ID(WS-REQ-IDX)
             DELIMITED BY SIZE INTO WS-RERUN-TAG
           MOVE 0 TO WS-INC-COUNT
           MOVE 0 TO WS-INC-MATCH
           MOVE 'N' TO EOF-INCIDENT-FILE
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot open incident file (status "
               WS-INCIDENT-STATUS-CD "); incident "
               WS-RQ-INCIDENT(WS-REQ-IDX) " not acknowledged"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-INCIDENT-FILE = 'Y'
             READ INCIDENT-FILE
               AT END MOVE 'Y' TO EOF-INCIDENT-FILE
               NOT AT END
                 IF INCIDENT-LINE NOT = SPACES
                   IF WS-INC-COUNT >= 500
                     DISPLAY "WARNING: incident file holds more "
                       "than 500 records; incident "
                       WS-RQ-INCIDENT(WS-REQ-IDX)
                       " not acknowledged"
                     CLOSE INCIDENT-FILE
                     EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-INC-COUNT
                   MOVE INCIDENT-LINE TO WS-INC-LINE(WS-INC-COUNT)
                   MOVE 0 TO TALLY
                   INSPECT INCIDENT-LINE TALLYING TALLY
                     FOR ALL WS-RERUN-TAG
                   IF TALLY > 0
                     MOVE WS-INC-COUNT TO WS-INC-MATCH
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           IF WS-INC-MATCH = 0
             DISPLAY "WARNING: incident for request "
               WS-RQ-ID(WS-REQ-IDX) " no longer on file; not "
               "acknowledged"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TALLY
           INSPECT WS-INC-LINE(WS-INC-MATCH) TALLYING TALLY
             FOR ALL "  disp="
           IF TALLY > 0
             DISPLAY "Incident " WS-RQ-INCIDENT(WS-REQ-IDX)
               " already has a disposition; left as it is"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-INC-LINE(WS-INC-MATCH) TO WS-INC-WORK
           MOVE SPACES TO WS-INC-LINE(WS-INC-MATCH)
           STRING FUNCTION TRIM(WS-INC-WORK)
             "  disp=ACKNOWLEDGED  by=" FUNCTION TRIM(WS-USER-ID)
             "  at=" WS-RUN-DATE "-" WS-RUN-TIME
             "  note=req " WS-RQ-ID(WS-REQ-IDX) " DONE"
             DELIMITED BY SIZE INTO WS-INC-LINE(WS-INC-MATCH)
           OPEN OUTPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot rewrite incident file (status "
               WS-INCIDENT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
             UNTIL WS-INC-IDX > WS-INC-COUNT
             MOVE WS-INC-LINE(WS-INC-IDX) TO INCIDENT-LINE
             WRITE INCIDENT-LINE
           END-PERFORM
           CLOSE INCIDENT-FILE
           DISPLAY "Incident " WS-RQ-INCIDENT(WS-REQ-IDX)
             " acknowledged: rerun request " WS-RQ-ID(WS-REQ-IDX)
             " DONE"
           .
       C40-QueryRequests.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
             UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   FUNCTION TRIM(WS-RQ-PARMS(WS-REQ-IDX))
                   "  " WS-RQ-STATUS(WS-REQ-IDX)
               END-IF
               IF WS-RQ-STATUS(WS-REQ-IDX) = "DEFERRED"
                 COMPUTE WS-SEC-EDIT =
                   WS-RQ-ESTIMATE(WS-REQ-IDX) / 100
                 DISPLAY "        priority "
                   WS-RQ-PRIORITY(WS-REQ-IDX) "  estimated "
                   FUNCTION TRIM(WS-SEC-EDIT)
                   "s - too long for the window left; carried to "
                   "the next night"
               ELSE
                 DISPLAY "        priority "
                   WS-RQ-PRIORITY(WS-REQ-IDX)
               END-IF
               IF WS-RQ-INCIDENT(WS-REQ-IDX) > 0
                 DISPLAY "        rerun of incident "
                   WS-RQ-INCIDENT(WS-REQ-IDX)
               END-IF
               IF WS-RQ-REFERENCE(WS-REQ-IDX) NOT = SPACES
                 DISPLAY "        team reference "
                   FUNCTION TRIM(WS-RQ-REFERENCE(WS-REQ-IDX))
               END-IF
             END-IF
           END-PERFORM
           IF WS-MATCH-COUNT = 0
             MOVE WS-RQ-STAMP(WS-OUT-IDX) TO REQ-STAMP
             MOVE WS-RQ-ANSWER(WS-OUT-IDX) TO REQ-ANSWER
             MOVE WS-RQ-RC(WS-OUT-IDX) TO REQ-RC
             MOVE WS-RQ-INCIDENT(WS-OUT-IDX) TO REQ-INCIDENT
             MOVE WS-RQ-PRIORITY(WS-OUT-IDX) TO REQ-PRIORITY
             MOVE WS-RQ-ESTIMATE(WS-OUT-IDX) TO REQ-ESTIMATE
             MOVE WS-RQ-REFERENCE(WS-OUT-IDX) TO REQ-REFERENCE
             WRITE QUEUE-RECORD
           END-PERFORM
           CLOSE QUEUE-FILE
