      *    and defaults to 10 minutes. RETURN-CODE 8 when any
      *    heartbeat is stale. Run it from cron or by hand; each
      *    run is one poll.
      *
      *    The operator can steer a running search from here too:
      *        statmon CHECKPOINT <program>
      *        statmon STOP <program>
      *        statmon EXTEND <program> <minutes>
      *    hands the command to OpCmd (see opcmd.cbl) through the
      *    override table - permission check, issuing user and
      *    change journal entry exactly as on its own command line -
      *    and then polls at the default threshold, so the command
      *    shows as waiting under its program until the search's
      *    next heartbeat reads it. A command OpCmd refuses ends the
      *    run with OpCmd's return code and no poll.
      *****************************************************************
       PROGRAM-ID. StatMon.
       ENVIRONMENT DIVISION.
           SELECT PREV-FILE ASSIGN TO "project-euler/statmon.prev"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PREV-STATUS-CD.
           SELECT CMD-FILE ASSIGN TO DYNAMIC WS-CMD-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMD-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-FILE.
           05 PREV-PROGRAM PIC X(12).
           05 PREV-POSITION PIC 9(13).
           05 PREV-SECS PIC 9(10).
       FD CMD-FILE.
       01 CMD-RECORD.
           05 CMD-VERB PIC X(10).
           05 CMD-MINUTES PIC 9(4).
           05 CMD-USER PIC X(12).
           05 CMD-STAMP PIC X(17).
       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 WS-STATUS-CD PIC XX.
       01 WS-PREV-STATUS-CD PIC XX.
       01 WS-STATUS-FILENAME PIC X(80).
       01 WS-CMD-STATUS-CD PIC XX.
       01 WS-CMD-FILENAME PIC X(80).
       01 EOF-CMD-FILE PIC X.
       01 WS-OC-RC PIC 9(4).
       01 EOF-REGISTRY-FILE PIC X VALUE 'N'.
       01 EOF-PREV-FILE PIC X VALUE 'N'.
       01 WS-STALE-MINUTES PIC 9(4) VALUE 10.
       01 WS-PGM-MAX PIC 9(2) VALUE 50.
       01 WS-PGM-COUNT PIC 9(2) VALUE 0.
       01 WS-PGM-TBL.
           05 WS-PGM-NAME PIC X(12) OCCURS 50 TIMES.
       01 WS-PGM-IDX PIC 9(2).
       01 WS-PREV-COUNT PIC 9(2) VALUE 0.
       01 WS-PREV-TBL.
           05 WS-PREV-ENTRY OCCURS 50 TIMES.
               10 WS-PREV-PGM PIC X(12).
               10 WS-PREV-POS PIC 9(13).
               10 WS-PREV-AT PIC 9(10).
       01 WS-PC-OK PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
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
           ACCEPT EUPARM-VALUE(1) FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(EUPARM-VALUE(1))
             TO WS-PC-VALUE
           IF WS-PC-VALUE = "CHECKPOINT" OR WS-PC-VALUE = "STOP"
             OR WS-PC-VALUE = "EXTEND"
             PERFORM A07-IssueCommand
             EXIT PARAGRAPH
           END-IF
           IF EUPARM-VALUE(1) NOT = SPACES
             MOVE EUPARM-VALUE(1) TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
             MOVE WS-PC-NUMBER TO WS-STALE-MINUTES
           END-IF
           .
      ***** The command's operands go to OpCmd the way EulerMenu
      ***** hands its work-list actions to IncMaint: through the
      ***** override table, CANCELled after the CALL so the next
      ***** caller finds it fresh.
       A07-IssueCommand.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT EUPARM-VALUE(2) FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT EUPARM-VALUE(3) FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-EUPARM-OVERRIDE
           MOVE WS-PC-VALUE TO WS-EUPARM-OVR-VALUE(1)
           MOVE EUPARM-VALUE(2) TO WS-EUPARM-OVR-VALUE(2)
           MOVE EUPARM-VALUE(3) TO WS-EUPARM-OVR-VALUE(3)
           MOVE 3 TO WS-EUPARM-OVR-COUNT
           MOVE 0 TO RETURN-CODE
           CALL "OpCmd"
           MOVE RETURN-CODE TO WS-OC-RC
           CANCEL "OpCmd"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF WS-OC-RC NOT = 0
             MOVE WS-OC-RC TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** The sweep list is the program registry - every program
      ***** that could be writing a heartbeat is registered there, so
      ***** registering a new program covers its monitoring too.
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
               AT END MOVE 'Y' TO EOF-PREV-FILE
               NOT AT END
                 IF PREV-PROGRAM NOT = SPACES
                   AND WS-PREV-COUNT < WS-PGM-MAX
                   ADD 1 TO WS-PREV-COUNT
                   MOVE PREV-PROGRAM TO WS-PREV-PGM(WS-PREV-COUNT)
                   MOVE PREV-POSITION TO WS-PREV-POS(WS-PREV-COUNT)
             WS-AGE-MINS "m  " WS-ETA-TEXT "  "
             WS-ST-POSITION " / " WS-ST-BOUND "  "
             FUNCTION TRIM(WS-ST-PARMS)
           PERFORM B40-ShowWaitingCommands
      *    A completion heartbeat (position at the bound - the final
      *    status A07-CompleteCheckpoint leaves behind) is a finished
      *    run, not a hung one, so it never goes stale; without this
             END-IF
           END-PERFORM
           .
      ***** An operator command still in the program's command file
      ***** (see cmdchannel.cbl) has not been read yet; it is shown
      ***** under the program's line until the next heartbeat
      ***** empties the file.
       B40-ShowWaitingCommands.
           MOVE SPACES TO WS-CMD-FILENAME
           STRING "project-euler/"
             FUNCTION LOWER-CASE(FUNCTION TRIM(
               WS-PGM-NAME(WS-PGM-IDX)))
             ".cmd"
             DELIMITED BY SIZE INTO WS-CMD-FILENAME
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
                   DISPLAY "              waiting: "
                     FUNCTION TRIM(CMD-VERB) " " CMD-MINUTES
                     "  by " FUNCTION TRIM(CMD-USER)
                     "  issued " CMD-STAMP
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CMD-FILE
           .
      ***** The poll snapshot is rewritten with the positions seen
      ***** this sweep, so the next poll has its rate baseline.
       D00-SavePoll.
