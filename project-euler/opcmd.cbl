       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Operator Command
      *
      *    Issues an operator command to a running long search
      *    through its command file (see cmdchannel.cbl), so "the
      *    window is needed now" is a clean checkpointed stop rather
      *    than a kill. The search obeys it at its next heartbeat.
      *
      *    Modes, supplied on the command line (the DriftDisp
      *    style):
      *        opcmd LIST
      *            show every command still waiting to be read
      *        opcmd CHECKPOINT <program>
      *            save the search position now and keep going
      *        opcmd STOP <program>
      *            checkpoint and exit with RETURN-CODE 2, the
      *            suite's resumable code
      *        opcmd EXTEND <program> <minutes>
      *            push the run's armed time-box cutoff back by
      *            1-1440 minutes
      *
      *    The program must be in the program registry. Stopping or
      *    steering a long runner needs the same permission that
      *    launching one does (the long-runner flag, see
      *    userauth.cbl). Each command carries the issuing user's
      *    identity into the command file, so the search's console
      *    log names who stopped it, and goes to the shared change
      *    journal (see chgjournal.cbl) under mode OPCMD. A linked
      *    caller - StatMon, or EulerMenu's jobs screen - supplies
      *    the operands through the EXTERNAL override table (see
      *    copybooks/EUPARMOV.cpy): mode in entry 1, program in
      *    entry 2, minutes in entry 3, and CANCELs the program
      *    after each CALL.
      *
      *    RETURN-CODE 0 when the command is on file, 8 when the
      *    user may not issue it, 16 when it is malformed or cannot
      *    be written.
      *****************************************************************
       PROGRAM-ID. OpCmd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "project-euler/euler.registry"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRY-STATUS-CD.
           SELECT CMD-FILE ASSIGN TO DYNAMIC WS-CMD-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMD-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-PROGRAM PIC X(12).
           05 REG-LABEL PIC X(40).
           05 REG-USAGE PIC X(44).
           05 REG-DRIVER-FLAG PIC X(1).
           05 REG-MENU-FLAG PIC X(1).
           05 REG-LONG-FLAG PIC X(1).
       FD CMD-FILE.
       01 CMD-RECORD.
           05 CMD-VERB PIC X(10).
           05 CMD-MINUTES PIC 9(4).
           05 CMD-USER PIC X(12).
           05 CMD-STAMP PIC X(17).
       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 WS-CMD-STATUS-CD PIC XX.
       01 WS-CMD-FILENAME PIC X(80).
       01 EOF-REGISTRY-FILE PIC X VALUE 'N'.
       01 EOF-CMD-FILE PIC X.
       01 WS-MODE PIC X(10).
       01 WS-ARG-PROGRAM PIC X(12).
       01 WS-ARG-MINUTES PIC X(18).
       01 WS-MINUTES PIC 9(4) VALUE 0.
       01 WS-PGM-MAX PIC 9(2) VALUE 50.
       01 WS-PGM-COUNT PIC 9(2) VALUE 0.
       01 WS-PGM-TBL.
           05 WS-PGM-NAME PIC X(12) OCCURS 50 TIMES.
       01 WS-PGM-IDX PIC 9(2).
       01 WS-PGM-FOUND PIC X(1).
       01 WS-WAITING-COUNT PIC 9(3) VALUE 0.
       01 WS-STAMP-NOW PIC X(17).
       01 WS-USER-ID PIC X(12).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "OpCmd".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARMOV.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           IF WS-MODE NOT = "LIST"
             PERFORM A03-CheckLongAuth
           END-IF
           PERFORM A10-CaptureUser
           PERFORM B00-LoadRegistry
           EVALUATE WS-MODE
             WHEN "LIST"
               PERFORM C00-ListWaiting
             WHEN "CHECKPOINT"
             WHEN "STOP"
             WHEN "EXTEND"
               PERFORM C10-CheckOperands
               PERFORM D00-AppendCommand
               PERFORM J00-WriteJournal
             WHEN OTHER
               DISPLAY "ABEND: mode must be LIST, CHECKPOINT, STOP, "
                 "or EXTEND (got " FUNCTION TRIM(WS-MODE) ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
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
      ***** Stopping or steering a long runner is reserved to the
      ***** users who may launch one.
       A03-CheckLongAuth.
           MOVE 'L' TO WS-UA-PERM
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
             + (WS-END-HS - WS-RUN-HS)
           COMPUTE WS-ELAPSED-SEC = WS-ELAPSED-HSEC / 100
           COMPUTE WS-ELAPSED-REM = FUNCTION MOD(WS-ELAPSED-HSEC, 100)
           DISPLAY "Elapsed Time: " WS-ELAPSED-SEC "."
             WS-ELAPSED-REM " seconds"
           .
      ***** Mode, program and minutes come off the command line, or
      ***** from the override table when a linked caller supplies
      ***** them; the mode is taken in either case.
       A05-GetParameters.
           MOVE SPACES TO WS-MODE
           MOVE SPACES TO WS-ARG-PROGRAM
           MOVE SPACES TO WS-ARG-MINUTES
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(1) TO WS-MODE
             MOVE WS-EUPARM-OVR-VALUE(2) TO WS-ARG-PROGRAM
             MOVE WS-EUPARM-OVR-VALUE(3) TO WS-ARG-MINUTES
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-PROGRAM FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 3 UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-MINUTES FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           IF WS-MODE = SPACES
             MOVE "LIST" TO WS-MODE
           END-IF
           .
      ***** The issuing user comes from the runtime environment, the
      ***** same USER/LOGNAME lookup LedgerWriter records on every
      ***** ledger line.
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
      ***** Every program with a command file to read is registered,
      ***** the same sweep list StatMon polls.
       B00-LoadRegistry.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open program registry "
               "project-euler/euler.registry (status "
               WS-REGISTRY-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-REGISTRY-FILE = 'Y'
             READ REGISTRY-FILE
               AT END MOVE 'Y' TO EOF-REGISTRY-FILE
               NOT AT END
                 IF REG-PROGRAM NOT = SPACES
                   AND WS-PGM-COUNT >= WS-PGM-MAX
                   DISPLAY "WARNING: registry table full at "
                     WS-PGM-MAX " programs; "
                     FUNCTION TRIM(REG-PROGRAM) " not loaded"
                 END-IF
                 IF REG-PROGRAM NOT = SPACES
                   AND WS-PGM-COUNT < WS-PGM-MAX
                   ADD 1 TO WS-PGM-COUNT
                   MOVE REG-PROGRAM TO WS-PGM-NAME(WS-PGM-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           .
       B10-SetCmdFilename.
           MOVE SPACES TO WS-CMD-FILENAME
           STRING "project-euler/"
             FUNCTION LOWER-CASE(FUNCTION TRIM(
               WS-PGM-NAME(WS-PGM-IDX)))
             ".cmd"
             DELIMITED BY SIZE INTO WS-CMD-FILENAME
           .
      ***** A command still on file has not been read: the program
      ***** is not running, or has not reached its next heartbeat.
       C00-ListWaiting.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
             UNTIL WS-PGM-IDX > WS-PGM-COUNT
             PERFORM C05-ListOneProgram
           END-PERFORM
           IF WS-WAITING-COUNT = 0
             DISPLAY "No operator commands waiting"
           END-IF
           .
       C05-ListOneProgram.
           PERFORM B10-SetCmdFilename
           MOVE 'N' TO EOF-CMD-FILE
           OPEN INPUT CMD-FILE
           IF WS-CMD-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-CMD-FILE = 'Y'
             READ CMD-FILE
               AT END MOVE 'Y' TO EOF-CMD-FILE
               NOT AT END
                 IF CMD-RECORD NOT = SPACES
                   ADD 1 TO WS-WAITING-COUNT
                   DISPLAY WS-PGM-NAME(WS-PGM-IDX) " " CMD-VERB " "
                     CMD-MINUTES "  by " CMD-USER "  issued "
                     CMD-STAMP
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CMD-FILE
           .
      ***** The program is matched against the registry without
      ***** regard to case and carried in the registry's spelling;
      ***** EXTEND needs its minute count, the others none.
       C10-CheckOperands.
           MOVE 'N' TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
             UNTIL WS-PGM-IDX > WS-PGM-COUNT
             IF FUNCTION UPPER-CASE(WS-PGM-NAME(WS-PGM-IDX)) =
               FUNCTION UPPER-CASE(WS-ARG-PROGRAM)
               MOVE 'Y' TO WS-PGM-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-PGM-FOUND = 'N'
             DISPLAY "ABEND: program '" FUNCTION TRIM(WS-ARG-PROGRAM)
               "' is not in the program registry"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-MODE NOT = "EXTEND"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-MINUTES TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
             OR WS-PC-NUMBER > 1440
             DISPLAY "ABEND: EXTEND minutes '"
               FUNCTION TRIM(WS-ARG-MINUTES)
               "' is not a whole number in 1-1440"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO WS-MINUTES
           .
      ***** Appended, not rewritten: a command the search has not
      ***** read yet stays ahead of this one, and the search obeys
      ***** them in order.
       D00-AppendCommand.
           PERFORM B10-SetCmdFilename
           OPEN EXTEND CMD-FILE
           IF WS-CMD-STATUS-CD = "35"
             OPEN OUTPUT CMD-FILE
           END-IF
           IF WS-CMD-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open command file "
               FUNCTION TRIM(WS-CMD-FILENAME) " (status "
               WS-CMD-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-STAMP-NOW
           STRING WS-RUN-DATE "-" WS-RUN-TIME
             DELIMITED BY SIZE INTO WS-STAMP-NOW
           MOVE WS-MODE TO CMD-VERB
           MOVE WS-MINUTES TO CMD-MINUTES
           MOVE WS-USER-ID TO CMD-USER
           MOVE WS-STAMP-NOW TO CMD-STAMP
           WRITE CMD-RECORD
           CLOSE CMD-FILE
           DISPLAY FUNCTION TRIM(WS-MODE) " queued for "
             FUNCTION TRIM(WS-PGM-NAME(WS-PGM-IDX))
             "; it is obeyed at the run's next heartbeat"
           .
      ***** Every command goes to the shared change journal (see
      ***** chgjournal.cbl); there is no before-image, the command
      ***** being new.
       J00-WriteJournal.
           MOVE SPACES TO WS-CJ-FILE
           STRING FUNCTION LOWER-CASE(FUNCTION TRIM(
               WS-PGM-NAME(WS-PGM-IDX)))
             ".cmd"
             DELIMITED BY SIZE INTO WS-CJ-FILE
           MOVE "OPCMD" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           STRING FUNCTION TRIM(WS-MODE) " "
             FUNCTION TRIM(WS-PGM-NAME(WS-PGM-IDX))
             " minutes=" WS-MINUTES
             " by=" FUNCTION TRIM(WS-USER-ID)
             " issued=" WS-STAMP-NOW
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** Exit
       END PROGRAM OpCmd.
