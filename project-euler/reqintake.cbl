       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Inbound Request Feed
      *
      *    Takes the run requests other teams used to send by mail -
      *    for an operator to retype into "reqqueue SUBMIT" - from a
      *    fixed-layout file the team drops instead, queues the good
      *    ones, answers every record with an acknowledgment, and
      *    sends the answers back once the requests have run.
      *
      *    The teams that may feed requests are listed in the feed
      *    control file project-euler/euler.feeds:
      *        columns  1-12  team id - the account the team's
      *                       requests are queued and billed under,
      *                       so it has its own record in
      *                       project-euler/euler.users
      *        columns 14-53  description
      *
      *    A team drops project-euler/inbound/<team>.requests, one
      *    request per record:
      *        columns   1-20  the team's own reference
      *        columns  21-32  program name
      *        columns  33-92  parameter list, as for SUBMIT
      *        columns  93-100 reply-by date, YYYYMMDD
      *    closing with "TRAILER RECORDS=nnnnnn", the shop's archive
      *    trailer, so a file caught half-copied is never half-run.
      *
      *        reqintake INTAKE [team]
      *            every feed team's inbound file (or the one
      *            team's). Each record is checked the way SUBMIT
      *            checks a request - the program must be in the
      *            registry and every all-digit operand must pass
      *            the shared ParmCheck - and against the
      *            registry's usage for it: a usage opening with a
      *            required <operand> needs at least one operand, a
      *            blank usage allows none. The reference must be
      *            present and not already queued for the team, and
      *            the reply-by date real and not past. A good
      *            record is appended to project-euler/euler.requests
      *            as a PENDING request (priority 5) under the
      *            team's id, carrying its reference, and logged in
      *            the intake log. Every record gets a line in the
      *            acknowledgment
      *            project-euler/outbox/<team>/intake.<stamp>.ack
      *            saying ACCEPTED with its request number or
      *            REJECTED with the reason; a file whose trailer is
      *            missing or disagrees has every record REJECTED.
      *            The processed inbound file is kept as
      *            project-euler/inbound/<team>.requests.<stamp> and
      *            removed, so the next drop starts clean.
      *        reqintake RESULTS
      *            every logged request the queue now shows DONE or
      *            FAILED and that has not gone back yet is written
      *            to its team's results file
      *            project-euler/outbox/<team>/results.<stamp>,
      *            keyed on the team's reference, with the answer
      *            (or return code) and LATE against one finished
      *            after its reply-by date; the intake log records
      *            that it went back.
      *
      *    Intake log (project-euler/euler.intake), one record per
      *    accepted request:
      *        columns   1-12  team id
      *        columns  13-32  team reference
      *        columns  33-37  request number
      *        columns  38-45  reply-by date
      *        columns  46-62  intake stamp
      *        columns  63-79  stamp the result went back (blank
      *                        until it has)
      *
      *    Acknowledgment line: reference (1-20), ACCEPTED or
      *    REJECTED (22-29), request number (31-35), reason (37-).
      *    Results line: reference (1-20), request number (22-26),
      *    program (28-39), parameters (41-100), DONE or FAILED
      *    (102-109), answer (111-130), return code (132-135),
      *    reply-by date (137-144), LATE (146-149). Both close with
      *    a TRAILER RECORDS= count.
      *
      *    RETURN-CODE 4 from INTAKE when any record was rejected.
      *****************************************************************
       PROGRAM-ID. ReqIntake.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "project-euler/euler.feeds"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-STATUS-CD.
           SELECT REGISTRY-FILE ASSIGN TO "project-euler/euler.registry"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRY-STATUS-CD.
           SELECT QUEUE-FILE ASSIGN TO "project-euler/euler.requests"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUEUE-STATUS-CD.
           SELECT INTAKE-FILE ASSIGN TO "project-euler/euler.intake"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INTAKE-STATUS-CD.
           SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-IN-STATUS-CD.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OUT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-RECORD.
           05 FEED-TEAM PIC X(12).
           05 FILLER PIC X(1).
           05 FEED-DESC PIC X(40).
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-PROGRAM PIC X(12).
           05 REG-LABEL PIC X(40).
           05 REG-USAGE PIC X(44).
           05 REG-DRIVER-FLAG PIC X(1).
           05 REG-MENU-FLAG PIC X(1).
           05 REG-LONG-FLAG PIC X(1).
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
           05 REQ-REFERENCE PIC X(20).
       FD INTAKE-FILE.
       01 INTAKE-RECORD.
           05 ITK-TEAM PIC X(12).
           05 ITK-REFERENCE PIC X(20).
           05 ITK-REQ-ID PIC 9(5).
           05 ITK-REPLY-BY PIC 9(8).
           05 ITK-STAMP PIC X(17).
           05 ITK-RETURNED PIC X(17).
       FD IN-FILE.
       01 IN-RECORD.
           05 IN-REFERENCE PIC X(20).
           05 IN-PROGRAM PIC X(12).
           05 IN-PARMS PIC X(60).
           05 IN-REPLY-BY PIC X(8).
           05 FILLER PIC X(20).
       FD OUT-FILE.
       01 OUT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS-CD PIC XX.
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 WS-QUEUE-STATUS-CD PIC XX.
       01 WS-INTAKE-STATUS-CD PIC XX.
       01 WS-IN-STATUS-CD PIC XX.
       01 WS-OUT-STATUS-CD PIC XX.
       01 EOF-FEED-FILE PIC X VALUE 'N'.
       01 EOF-REGISTRY-FILE PIC X VALUE 'N'.
       01 EOF-QUEUE-FILE PIC X VALUE 'N'.
       01 EOF-INTAKE-FILE PIC X VALUE 'N'.
       01 EOF-IN-FILE PIC X VALUE 'N'.
       01 WS-IN-NAME PIC X(100).
       01 WS-OUT-NAME PIC X(100).
       01 WS-OUTBOX-ROOT PIC X(60) VALUE "project-euler/outbox".
       01 WS-OUTBOX-DIR PIC X(80).
       01 WS-DELETE-NAME PIC X(100).
       01 WS-MODE PIC X(8).
       01 WS-ARG-TEAM PIC X(12).
       01 WS-FILE-STAMP PIC X(15).
       01 WS-NOW-STAMP PIC X(17).
       01 WS-FEED-COUNT PIC 9(2) VALUE 0.
       01 WS-FEED-IDX PIC 9(2).
       01 WS-FEED-TBL.
           05 WS-FEED-TEAM PIC X(12) OCCURS 50 TIMES.
       01 WS-TEAM PIC X(12).
       01 WS-TEAM-FOUND PIC X(1).
       01 WS-REG-COUNT PIC 9(3) VALUE 0.
       01 WS-REG-IDX PIC 9(3).
       01 WS-REG-TBL.
           05 WS-REG-ENTRY OCCURS 100 TIMES.
               10 WS-REG-PROGRAM PIC X(12).
               10 WS-REG-USAGE PIC X(44).
       01 WS-REG-MATCH PIC 9(3).
      ***** The queue as it stands: what each request is for and
      ***** how it ended, for duplicate references at intake and
      ***** for the answers at RESULTS.
       01 WS-QUEUE-LIMIT PIC 9(3) VALUE 200.
       01 WS-QUE-COUNT PIC 9(3) VALUE 0.
       01 WS-QUE-IDX PIC 9(3).
       01 WS-QUE-TBL.
           05 WS-QUE-ENTRY OCCURS 200 TIMES.
               10 WS-QUE-ID PIC 9(5).
               10 WS-QUE-USER PIC X(12).
               10 WS-QUE-PROGRAM PIC X(12).
               10 WS-QUE-PARMS PIC X(60).
               10 WS-QUE-STATUS PIC X(8).
               10 WS-QUE-ANSWER PIC 9(20).
               10 WS-QUE-RC PIC 9(4).
               10 WS-QUE-REFERENCE PIC X(20).
       01 WS-NEXT-ID PIC 9(5) VALUE 0.
      ***** One inbound file, held whole so its trailer can be
      ***** checked before anything from it is queued.
       01 WS-IN-COUNT PIC 9(3).
       01 WS-IN-IDX PIC 9(3).
       01 WS-IN-OVERFLOW PIC 9(5).
       01 WS-IN-TBL.
           05 WS-IN-ENTRY OCCURS 200 TIMES.
               10 WS-IN-REFERENCE PIC X(20).
               10 WS-IN-PROGRAM PIC X(12).
               10 WS-IN-PARMS PIC X(60).
               10 WS-IN-REPLY-BY PIC X(8).
       01 WS-IN-TRAILER PIC 9(6).
       01 WS-IN-TRAILER-SEEN PIC X(1).
       01 WS-IN-LINES PIC 9(6).
       01 WS-FILE-GOOD PIC X(1).
       01 WS-REASON PIC X(80).
       01 WS-ACCEPTED-ID PIC 9(5).
       01 WS-REPLY-BY PIC 9(8).
       01 WS-TEAM-ACCEPTED PIC 9(4).
       01 WS-TEAM-REJECTED PIC 9(4).
       01 WS-TOTAL-ACCEPTED PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJECTED PIC 9(5) VALUE 0.
       01 WS-TEAMS-READ PIC 9(3) VALUE 0.
       01 WS-ACK-COUNT PIC 9(6).
       01 WS-OPERAND PIC X(60).
       01 WS-OPERAND-COUNT PIC 9(2).
       01 WS-PARMS-PTR PIC 9(3).
       01 WS-TOKEN-DIGITS PIC X(1).
       01 WS-TOKEN-LEN PIC 9(2).
       01 WS-CHAR-IDX PIC 9(2).
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
      ***** The intake log, held whole at RESULTS so it can be
      ***** rewritten with the return stamps.
       01 WS-ITK-COUNT PIC 9(4) VALUE 0.
       01 WS-ITK-IDX PIC 9(4).
       01 WS-ITK-TBL.
           05 WS-ITK-ENTRY OCCURS 2000 TIMES.
               10 WS-ITK-TEAM PIC X(12).
               10 WS-ITK-REFERENCE PIC X(20).
               10 WS-ITK-REQ-ID PIC 9(5).
               10 WS-ITK-REPLY-BY PIC 9(8).
               10 WS-ITK-STAMP PIC X(17).
               10 WS-ITK-RETURNED PIC X(17).
       01 WS-ITK-FULL PIC X(1) VALUE 'N'.
       01 WS-RESULT-COUNT PIC 9(6).
       01 WS-TOTAL-RETURNED PIC 9(5) VALUE 0.
       01 WS-LATE-FLAG PIC X(4).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM B00-LoadFeeds
           PERFORM B10-LoadQueue
           IF WS-MODE = "INTAKE"
             PERFORM B05-LoadRegistry
             PERFORM C00-IntakeAllTeams
             DISPLAY "Intake complete: " WS-TEAMS-READ
               " inbound files, " WS-TOTAL-ACCEPTED " accepted, "
               WS-TOTAL-REJECTED " rejected"
           ELSE
             PERFORM D00-ReturnResults
             DISPLAY "Results returned: " WS-TOTAL-RETURNED
               " finished requests"
           END-IF
           PERFORM A99-ReportElapsedTime
           IF WS-TOTAL-REJECTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
      ***** console log shows when this run happened, the same
      ***** date/time convention the ledger uses. The file stamp is
      ***** the same moment to the second, for the names of the
      ***** files this run leaves for the teams.
       A01-StampRunDate.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-RUN-DATE "-" WS-RUN-TIME
             DELIMITED BY SIZE INTO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:15) TO WS-FILE-STAMP
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
       A05-GetParameters.
           MOVE SPACES TO WS-MODE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           IF WS-MODE NOT = "INTAKE" AND WS-MODE NOT = "RESULTS"
             DISPLAY "ABEND: usage: reqintake INTAKE [team] | "
               "reqintake RESULTS"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-ARG-TEAM
           IF WS-MODE = "INTAKE"
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-TEAM FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           .
      ***** Only a team on the feed control file may feed requests;
      ***** with no control file there are no feeds.
       B00-LoadFeeds.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open feed control file "
               "project-euler/euler.feeds (status "
               WS-FEED-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FEED-FILE = 'Y'
             READ FEED-FILE
               AT END MOVE 'Y' TO EOF-FEED-FILE
               NOT AT END
                 IF FEED-TEAM NOT = SPACES AND WS-FEED-COUNT < 50
                   ADD 1 TO WS-FEED-COUNT
                   MOVE FEED-TEAM TO WS-FEED-TEAM(WS-FEED-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FEED-FILE
           IF WS-ARG-TEAM NOT = SPACES
             MOVE 'N' TO WS-TEAM-FOUND
             PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-TEAM(WS-FEED-IDX) = WS-ARG-TEAM
                 MOVE 'Y' TO WS-TEAM-FOUND
               END-IF
             END-PERFORM
             IF WS-TEAM-FOUND = 'N'
               DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-TEAM)
                 " is not a feed team in project-euler/euler.feeds"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           .
       B05-LoadRegistry.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open program registry (status "
               WS-REGISTRY-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-REGISTRY-FILE = 'Y'
             READ REGISTRY-FILE
               AT END MOVE 'Y' TO EOF-REGISTRY-FILE
               NOT AT END
                 IF REG-PROGRAM NOT = SPACES AND WS-REG-COUNT < 100
                   ADD 1 TO WS-REG-COUNT
                   MOVE REG-PROGRAM TO WS-REG-PROGRAM(WS-REG-COUNT)
                   MOVE REG-USAGE TO WS-REG-USAGE(WS-REG-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           .
       B10-LoadQueue.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-QUEUE-FILE = 'Y'
             READ QUEUE-FILE
               AT END MOVE 'Y' TO EOF-QUEUE-FILE
               NOT AT END
                 IF REQ-PROGRAM NOT = SPACES
                   AND WS-QUE-COUNT < WS-QUEUE-LIMIT
                   ADD 1 TO WS-QUE-COUNT
                   MOVE REQ-ID TO WS-QUE-ID(WS-QUE-COUNT)
                   MOVE REQ-USER TO WS-QUE-USER(WS-QUE-COUNT)
                   MOVE REQ-PROGRAM TO WS-QUE-PROGRAM(WS-QUE-COUNT)
                   MOVE REQ-PARMS TO WS-QUE-PARMS(WS-QUE-COUNT)
                   MOVE REQ-STATUS TO WS-QUE-STATUS(WS-QUE-COUNT)
                   MOVE 0 TO WS-QUE-ANSWER(WS-QUE-COUNT)
                   IF REQ-ANSWER IS NUMERIC
                     MOVE REQ-ANSWER TO WS-QUE-ANSWER(WS-QUE-COUNT)
                   END-IF
                   MOVE 0 TO WS-QUE-RC(WS-QUE-COUNT)
                   IF REQ-RC IS NUMERIC
                     MOVE REQ-RC TO WS-QUE-RC(WS-QUE-COUNT)
                   END-IF
                   MOVE REQ-REFERENCE TO
                     WS-QUE-REFERENCE(WS-QUE-COUNT)
                   IF REQ-ID > WS-NEXT-ID
                     MOVE REQ-ID TO WS-NEXT-ID
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           .
       C00-IntakeAllTeams.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
             UNTIL WS-FEED-IDX > WS-FEED-COUNT
             IF WS-ARG-TEAM = SPACES
               OR WS-FEED-TEAM(WS-FEED-IDX) = WS-ARG-TEAM
               MOVE WS-FEED-TEAM(WS-FEED-IDX) TO WS-TEAM
               PERFORM C10-IntakeOneTeam
             END-IF
           END-PERFORM
           .
      ***** One team's drop: read it whole, check the trailer, judge
      ***** and queue each record, acknowledge each record, then
      ***** keep the file under a dated name and clear the drop.
       C10-IntakeOneTeam.
           MOVE SPACES TO WS-IN-NAME
           STRING "project-euler/inbound/" FUNCTION TRIM(WS-TEAM)
             ".requests"
             DELIMITED BY SIZE INTO WS-IN-NAME
           MOVE 'N' TO EOF-IN-FILE
           OPEN INPUT IN-FILE
           IF WS-IN-STATUS-CD NOT = "00"
             DISPLAY "No inbound requests from "
               FUNCTION TRIM(WS-TEAM)
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TEAMS-READ
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-IN-OVERFLOW
           MOVE 0 TO WS-IN-LINES
           MOVE 0 TO WS-IN-TRAILER
           MOVE 'N' TO WS-IN-TRAILER-SEEN
           PERFORM WITH TEST AFTER UNTIL EOF-IN-FILE = 'Y'
             READ IN-FILE
               AT END MOVE 'Y' TO EOF-IN-FILE
               NOT AT END
                 IF IN-RECORD(1:16) = "TRAILER RECORDS="
                   MOVE 'Y' TO WS-IN-TRAILER-SEEN
                   COMPUTE WS-IN-TRAILER =
                     FUNCTION NUMVAL(IN-RECORD(17:10))
                 ELSE
                   IF IN-RECORD NOT = SPACES
                     ADD 1 TO WS-IN-LINES
                     PERFORM C15-HoldInboundRecord
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE IN-FILE
           MOVE 'Y' TO WS-FILE-GOOD
           IF WS-IN-TRAILER-SEEN = 'N'
             OR WS-IN-TRAILER NOT = WS-IN-LINES
             MOVE 'N' TO WS-FILE-GOOD
             DISPLAY "WARNING: " FUNCTION TRIM(WS-IN-NAME)
               " holds " WS-IN-LINES " records but its trailer "
               "says " WS-IN-TRAILER "; every record rejected"
           END-IF
           PERFORM C50-OpenAck
           MOVE 0 TO WS-TEAM-ACCEPTED
           MOVE 0 TO WS-TEAM-REJECTED
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
             UNTIL WS-IN-IDX > WS-IN-COUNT
             PERFORM C20-JudgeRecord
             IF WS-REASON = SPACES
               PERFORM C30-QueueRecord
             END-IF
             PERFORM C55-WriteAckLine
           END-PERFORM
           IF WS-IN-OVERFLOW > 0
             MOVE SPACES TO OUT-LINE
             STRING "(more)               REJECTED 00000 "
               WS-IN-OVERFLOW " further records; no more than "
               "200 are taken from one file"
               DELIMITED BY SIZE INTO OUT-LINE
             WRITE OUT-LINE
             ADD 1 TO WS-ACK-COUNT
             ADD WS-IN-OVERFLOW TO WS-TEAM-REJECTED
           END-IF
           PERFORM C58-CloseAck
           ADD WS-TEAM-ACCEPTED TO WS-TOTAL-ACCEPTED
           ADD WS-TEAM-REJECTED TO WS-TOTAL-REJECTED
           DISPLAY FUNCTION TRIM(WS-TEAM) ": " WS-TEAM-ACCEPTED
             " accepted, " WS-TEAM-REJECTED " rejected; "
             "acknowledgment " FUNCTION TRIM(WS-OUT-NAME)
           PERFORM C60-KeepInbound
           .
       C15-HoldInboundRecord.
           IF WS-IN-COUNT >= 200
             ADD 1 TO WS-IN-OVERFLOW
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IN-COUNT
           MOVE IN-REFERENCE TO WS-IN-REFERENCE(WS-IN-COUNT)
           MOVE IN-PROGRAM TO WS-IN-PROGRAM(WS-IN-COUNT)
           MOVE IN-PARMS TO WS-IN-PARMS(WS-IN-COUNT)
           MOVE IN-REPLY-BY TO WS-IN-REPLY-BY(WS-IN-COUNT)
           .
      ***** The first failed check is the reason given back; a
      ***** record that passes them all leaves WS-REASON blank.
       C20-JudgeRecord.
           MOVE SPACES TO WS-REASON
           IF WS-FILE-GOOD = 'N'
             STRING "inbound file incomplete: trailer missing or "
               "count wrong"
               DELIMITED BY SIZE INTO WS-REASON
             EXIT PARAGRAPH
           END-IF
           IF WS-IN-REFERENCE(WS-IN-IDX) = SPACES
             MOVE "no reference" TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
             UNTIL WS-QUE-IDX > WS-QUE-COUNT
             OR WS-REASON NOT = SPACES
             IF WS-QUE-USER(WS-QUE-IDX) = WS-TEAM
               AND WS-QUE-REFERENCE(WS-QUE-IDX) =
                 WS-IN-REFERENCE(WS-IN-IDX)
               STRING "reference already queued as request "
                 WS-QUE-ID(WS-QUE-IDX)
                 DELIMITED BY SIZE INTO WS-REASON
             END-IF
           END-PERFORM
           IF WS-REASON NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REG-MATCH
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
             UNTIL WS-REG-IDX > WS-REG-COUNT
             IF WS-REG-PROGRAM(WS-REG-IDX) =
               WS-IN-PROGRAM(WS-IN-IDX)
               MOVE WS-REG-IDX TO WS-REG-MATCH
             END-IF
           END-PERFORM
           IF WS-REG-MATCH = 0
             MOVE "program not in the program registry" TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           PERFORM C25-CheckOperands
           IF WS-REASON NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EUDATE-OK
           IF WS-IN-REPLY-BY(WS-IN-IDX) IS NUMERIC
             MOVE WS-IN-REPLY-BY(WS-IN-IDX) TO WS-REPLY-BY
             MOVE 'W' TO EUDATE-MODE
             MOVE WS-REPLY-BY TO EUDATE-DATE1
             CALL "DateCalc" USING EUDATE-PARMS
           END-IF
           IF EUDATE-OK NOT = 'Y'
             MOVE "reply-by date is not a date of the form YYYYMMDD"
               TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           IF WS-REPLY-BY < WS-RUN-DATE
             MOVE "reply-by date has already passed" TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           IF WS-QUE-COUNT >= WS-QUEUE-LIMIT
             MOVE "request queue is full" TO WS-REASON
           END-IF
           .
      ***** The operands are taken one at a time, the way SUBMIT
      ***** takes them from its command line: an all-digit operand
      ***** must pass ParmCheck, and the count must suit the
      ***** registry usage - a usage opening "<" requires an
      ***** operand, a blank one takes none.
       C25-CheckOperands.
           MOVE 0 TO WS-OPERAND-COUNT
           MOVE 1 TO WS-PARMS-PTR
           PERFORM UNTIL WS-PARMS-PTR > 60
             OR WS-REASON NOT = SPACES
             MOVE SPACES TO WS-OPERAND
             UNSTRING WS-IN-PARMS(WS-IN-IDX) DELIMITED BY ALL " "
               INTO WS-OPERAND
               WITH POINTER WS-PARMS-PTR
             END-UNSTRING
             IF WS-OPERAND NOT = SPACES
               ADD 1 TO WS-OPERAND-COUNT
               PERFORM C27-CheckOneOperand
             END-IF
           END-PERFORM
           IF WS-REASON NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-OPERAND-COUNT = 0
             AND WS-REG-USAGE(WS-REG-MATCH)(1:1) = "<"
             STRING "program needs an operand: "
               FUNCTION TRIM(WS-REG-USAGE(WS-REG-MATCH))
               DELIMITED BY SIZE INTO WS-REASON
           END-IF
           IF WS-OPERAND-COUNT > 0
             AND WS-REG-USAGE(WS-REG-MATCH) = SPACES
             MOVE "program takes no operands" TO WS-REASON
           END-IF
           .
       C27-CheckOneOperand.
           MOVE 'Y' TO WS-TOKEN-DIGITS
           COMPUTE WS-TOKEN-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(WS-OPERAND))
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
             UNTIL WS-CHAR-IDX > WS-TOKEN-LEN
             IF WS-OPERAND(WS-CHAR-IDX:1) IS NOT NUMERIC
               MOVE 'N' TO WS-TOKEN-DIGITS
             END-IF
           END-PERFORM
           IF WS-TOKEN-DIGITS = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PC-OK
           IF WS-TOKEN-LEN <= 18
             MOVE WS-OPERAND TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER
               WS-PC-OK
           END-IF
           IF WS-PC-OK = 'N'
             STRING "operand '" FUNCTION TRIM(WS-OPERAND)
               "' fails validation"
               DELIMITED BY SIZE INTO WS-REASON
           END-IF
           .
      ***** Appended the way IncMaint RERUN appends, after the
      ***** highest request number on file; the request is the
      ***** team's, so the team's account is the requester the
      ***** queue runs it as and ChargeBack bills.
       C30-QueueRecord.
           ADD 1 TO WS-NEXT-ID
           MOVE WS-NEXT-ID TO WS-ACCEPTED-ID
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
           MOVE SPACES TO QUEUE-RECORD
           MOVE WS-ACCEPTED-ID TO REQ-ID
           MOVE WS-TEAM TO REQ-USER
           MOVE WS-IN-PROGRAM(WS-IN-IDX) TO REQ-PROGRAM
           MOVE WS-IN-PARMS(WS-IN-IDX) TO REQ-PARMS
           MOVE "PENDING" TO REQ-STATUS
           MOVE WS-NOW-STAMP TO REQ-STAMP
           MOVE 0 TO REQ-ANSWER
           MOVE 0 TO REQ-RC
           MOVE 0 TO REQ-INCIDENT
           MOVE 5 TO REQ-PRIORITY
           MOVE 0 TO REQ-ESTIMATE
           MOVE WS-IN-REFERENCE(WS-IN-IDX) TO REQ-REFERENCE
           WRITE QUEUE-RECORD
           CLOSE QUEUE-FILE
           ADD 1 TO WS-QUE-COUNT
           MOVE WS-ACCEPTED-ID TO WS-QUE-ID(WS-QUE-COUNT)
           MOVE WS-TEAM TO WS-QUE-USER(WS-QUE-COUNT)
           MOVE WS-IN-REFERENCE(WS-IN-IDX) TO
             WS-QUE-REFERENCE(WS-QUE-COUNT)
           OPEN EXTEND INTAKE-FILE
           IF WS-INTAKE-STATUS-CD = "35"
             OPEN OUTPUT INTAKE-FILE
           END-IF
           IF WS-INTAKE-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open intake log "
               "project-euler/euler.intake (status "
               WS-INTAKE-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO INTAKE-RECORD
           MOVE WS-TEAM TO ITK-TEAM
           MOVE WS-IN-REFERENCE(WS-IN-IDX) TO ITK-REFERENCE
           MOVE WS-ACCEPTED-ID TO ITK-REQ-ID
           MOVE WS-REPLY-BY TO ITK-REPLY-BY
           MOVE WS-NOW-STAMP TO ITK-STAMP
           WRITE INTAKE-RECORD
           CLOSE INTAKE-FILE
           .
      ***** The team's outbox directory is made on first use, the
      ***** way RptDist makes a recipient's.
       C50-OpenAck.
           CALL "CBL_CREATE_DIR" USING WS-OUTBOX-ROOT
           MOVE SPACES TO WS-OUTBOX-DIR
           STRING FUNCTION TRIM(WS-OUTBOX-ROOT) "/"
             FUNCTION TRIM(WS-TEAM)
             DELIMITED BY SIZE INTO WS-OUTBOX-DIR
           CALL "CBL_CREATE_DIR" USING WS-OUTBOX-DIR
           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-OUTBOX-DIR) "/intake."
             WS-FILE-STAMP ".ack"
             DELIMITED BY SIZE INTO WS-OUT-NAME
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open acknowledgment file "
               FUNCTION TRIM(WS-OUT-NAME) " (status "
               WS-OUT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 0 TO WS-ACK-COUNT
           .
       C55-WriteAckLine.
           MOVE SPACES TO OUT-LINE
           IF WS-REASON = SPACES
             ADD 1 TO WS-TEAM-ACCEPTED
             STRING WS-IN-REFERENCE(WS-IN-IDX) " ACCEPTED "
               WS-ACCEPTED-ID
               DELIMITED BY SIZE INTO OUT-LINE
           ELSE
             ADD 1 TO WS-TEAM-REJECTED
             STRING WS-IN-REFERENCE(WS-IN-IDX) " REJECTED 00000 "
               WS-REASON
               DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           WRITE OUT-LINE
           ADD 1 TO WS-ACK-COUNT
           .
       C58-CloseAck.
           MOVE SPACES TO OUT-LINE
           STRING "TRAILER RECORDS=" WS-ACK-COUNT
             DELIMITED BY SIZE INTO OUT-LINE
           WRITE OUT-LINE
           CLOSE OUT-FILE
           .
      ***** The drop is copied line for line to a dated name beside
      ***** it and then removed, the way LedgerMonth archives the
      ***** live ledger before clearing it.
       C60-KeepInbound.
           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-IN-NAME) "." WS-FILE-STAMP
             DELIMITED BY SIZE INTO WS-OUT-NAME
           MOVE 'N' TO EOF-IN-FILE
           OPEN INPUT IN-FILE
           IF WS-IN-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot keep " FUNCTION TRIM(WS-IN-NAME)
               " as " FUNCTION TRIM(WS-OUT-NAME) " (status "
               WS-OUT-STATUS-CD "); the drop is left in place"
             CLOSE IN-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-IN-FILE = 'Y'
             READ IN-FILE
               AT END MOVE 'Y' TO EOF-IN-FILE
               NOT AT END
                 MOVE IN-RECORD TO OUT-LINE
                 WRITE OUT-LINE
             END-READ
           END-PERFORM
           CLOSE OUT-FILE
           CLOSE IN-FILE
           MOVE WS-IN-NAME TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           .
      ***** RESULTS: every logged request not yet returned whose
      ***** queue record is now DONE or FAILED goes back to its
      ***** team, one results file per team per run.
       D00-ReturnResults.
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS-CD NOT = "00"
             DISPLAY "No intake log; nothing to return"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-INTAKE-FILE = 'Y'
             READ INTAKE-FILE
               AT END MOVE 'Y' TO EOF-INTAKE-FILE
               NOT AT END
                 IF WS-ITK-COUNT < 2000
                   ADD 1 TO WS-ITK-COUNT
                   MOVE ITK-TEAM TO WS-ITK-TEAM(WS-ITK-COUNT)
                   MOVE ITK-REFERENCE TO
                     WS-ITK-REFERENCE(WS-ITK-COUNT)
                   MOVE ITK-REQ-ID TO WS-ITK-REQ-ID(WS-ITK-COUNT)
                   MOVE ITK-REPLY-BY TO WS-ITK-REPLY-BY(WS-ITK-COUNT)
                   MOVE ITK-STAMP TO WS-ITK-STAMP(WS-ITK-COUNT)
                   MOVE ITK-RETURNED TO WS-ITK-RETURNED(WS-ITK-COUNT)
                 ELSE
                   MOVE 'Y' TO WS-ITK-FULL
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INTAKE-FILE
           IF WS-ITK-FULL = 'Y'
             DISPLAY "ABEND: intake log holds more than 2000 "
               "records; nothing returned"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
             UNTIL WS-FEED-IDX > WS-FEED-COUNT
             MOVE WS-FEED-TEAM(WS-FEED-IDX) TO WS-TEAM
             PERFORM D10-ReturnTeamResults
           END-PERFORM
           IF WS-TOTAL-RETURNED > 0
             PERFORM D30-RewriteIntakeLog
           END-IF
           .
       D10-ReturnTeamResults.
           MOVE 0 TO WS-RESULT-COUNT
           PERFORM VARYING WS-ITK-IDX FROM 1 BY 1
             UNTIL WS-ITK-IDX > WS-ITK-COUNT
             IF WS-ITK-TEAM(WS-ITK-IDX) = WS-TEAM
               AND WS-ITK-RETURNED(WS-ITK-IDX) = SPACES
               PERFORM D15-FindQueueEntry
               IF WS-QUE-IDX <= WS-QUE-COUNT
                 PERFORM D20-WriteResultLine
               END-IF
             END-IF
           END-PERFORM
           IF WS-RESULT-COUNT > 0
             MOVE SPACES TO OUT-LINE
             STRING "TRAILER RECORDS=" WS-RESULT-COUNT
               DELIMITED BY SIZE INTO OUT-LINE
             WRITE OUT-LINE
             CLOSE OUT-FILE
             DISPLAY FUNCTION TRIM(WS-TEAM) ": " WS-RESULT-COUNT
               " results returned in " FUNCTION TRIM(WS-OUT-NAME)
           END-IF
           .
      ***** Leaves WS-QUE-IDX on the finished queue record for this
      ***** log entry, or past the end when the request is still
      ***** waiting (or no longer on the queue).
       D15-FindQueueEntry.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
             UNTIL WS-QUE-IDX > WS-QUE-COUNT
             OR (WS-QUE-ID(WS-QUE-IDX) = WS-ITK-REQ-ID(WS-ITK-IDX)
               AND (WS-QUE-STATUS(WS-QUE-IDX) = "DONE"
                 OR WS-QUE-STATUS(WS-QUE-IDX) = "FAILED"))
             CONTINUE
           END-PERFORM
           .
      ***** The results file is opened on the team's first finished
      ***** request, so a night with nothing finished sends nothing.
       D20-WriteResultLine.
           IF WS-RESULT-COUNT = 0
             PERFORM D25-OpenResults
           END-IF
           MOVE SPACES TO WS-LATE-FLAG
           IF WS-RUN-DATE > WS-ITK-REPLY-BY(WS-ITK-IDX)
             MOVE "LATE" TO WS-LATE-FLAG
           END-IF
           MOVE SPACES TO OUT-LINE
           STRING WS-ITK-REFERENCE(WS-ITK-IDX) " "
             WS-QUE-ID(WS-QUE-IDX) " "
             WS-QUE-PROGRAM(WS-QUE-IDX) " "
             WS-QUE-PARMS(WS-QUE-IDX) " "
             WS-QUE-STATUS(WS-QUE-IDX) " "
             WS-QUE-ANSWER(WS-QUE-IDX) " "
             WS-QUE-RC(WS-QUE-IDX) " "
             WS-ITK-REPLY-BY(WS-ITK-IDX) " "
             WS-LATE-FLAG
             DELIMITED BY SIZE INTO OUT-LINE
           WRITE OUT-LINE
           ADD 1 TO WS-RESULT-COUNT
           ADD 1 TO WS-TOTAL-RETURNED
           MOVE WS-NOW-STAMP TO WS-ITK-RETURNED(WS-ITK-IDX)
           .
       D25-OpenResults.
           CALL "CBL_CREATE_DIR" USING WS-OUTBOX-ROOT
           MOVE SPACES TO WS-OUTBOX-DIR
           STRING FUNCTION TRIM(WS-OUTBOX-ROOT) "/"
             FUNCTION TRIM(WS-TEAM)
             DELIMITED BY SIZE INTO WS-OUTBOX-DIR
           CALL "CBL_CREATE_DIR" USING WS-OUTBOX-DIR
           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-OUTBOX-DIR) "/results."
             WS-FILE-STAMP
             DELIMITED BY SIZE INTO WS-OUT-NAME
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open results file "
               FUNCTION TRIM(WS-OUT-NAME) " (status "
               WS-OUT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
       D30-RewriteIntakeLog.
           OPEN OUTPUT INTAKE-FILE
           IF WS-INTAKE-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot rewrite intake log (status "
               WS-INTAKE-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-ITK-IDX FROM 1 BY 1
             UNTIL WS-ITK-IDX > WS-ITK-COUNT
             MOVE WS-ITK-TEAM(WS-ITK-IDX) TO ITK-TEAM
             MOVE WS-ITK-REFERENCE(WS-ITK-IDX) TO ITK-REFERENCE
             MOVE WS-ITK-REQ-ID(WS-ITK-IDX) TO ITK-REQ-ID
             MOVE WS-ITK-REPLY-BY(WS-ITK-IDX) TO ITK-REPLY-BY
             MOVE WS-ITK-STAMP(WS-ITK-IDX) TO ITK-STAMP
             MOVE WS-ITK-RETURNED(WS-ITK-IDX) TO ITK-RETURNED
             WRITE INTAKE-RECORD
           END-PERFORM
           CLOSE INTAKE-FILE
           .
      ***** Exit
       END PROGRAM ReqIntake.
