       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Command Channel
      *
      *    Callable subprogram (a sibling to TimeBox) that lets an
      *    operator steer a long-running search while it runs,
      *    instead of the kill that loses every position since the
      *    last save. OpCmd (see opcmd.cbl) - from the command line,
      *    StatMon, or EulerMenu's jobs screen - appends a command to
      *    the program's command file; the search calls this module
      *    on every heartbeat, next to its TimeBox check, and acts on
      *    what comes back.
      *
      *    The file is project-euler/<program>.cmd (program name
      *    lower-cased, the naming StatusWriter uses for the status
      *    file), one record per command:
      *        columns  1-10   CHECKPOINT, STOP or EXTEND
      *        columns 11-14   minutes, for EXTEND
      *        columns 15-26   issuing user
      *        columns 27-43   issued stamp (YYYYMMDD-HHMMSSss)
      *
      *    Every command on file is acted on in turn and the file
      *    is emptied, so each is obeyed once:
      *        CHECKPOINT  LK-CC-ACTION comes back C - save now and
      *                    keep going
      *        STOP        LK-CC-ACTION comes back S - the caller
      *                    takes its time-box exit: checkpoint, final
      *                    INCOMPLETE heartbeat, RETURN-CODE 2
      *        EXTEND      the armed cutoff is pushed back through
      *                    TimeBox's E mode; nothing comes back
      *    STOP outranks CHECKPOINT when both are waiting. A command
      *    issued before this run started was meant for an earlier
      *    run that never read it; it is reported and dropped, never
      *    obeyed. Each command obeyed is echoed to the console log
      *    with the user who issued it. No command file, or an empty
      *    one, is the normal case and costs one failed OPEN.
      *****************************************************************
       PROGRAM-ID. CmdChannel.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMD-FILE ASSIGN TO DYNAMIC WS-CMD-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMD-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CMD-FILE.
       01 CMD-RECORD.
           05 CMD-VERB PIC X(10).
           05 CMD-MINUTES PIC 9(4).
           05 CMD-USER PIC X(12).
           05 CMD-STAMP PIC X(17).
       WORKING-STORAGE SECTION.
       01 WS-CMD-STATUS-CD PIC XX.
       01 WS-CMD-FILENAME PIC X(80).
       01 EOF-CMD-FILE PIC X.
       01 WS-CMD-COUNT PIC 9(3).
       01 WS-RUN-STAMP PIC X(17).
       01 WS-TB-MODE PIC X(1).
       01 WS-TB-VALUE PIC X(18).
       01 WS-TB-EXPIRED PIC X(1).
       LINKAGE SECTION.
       01 LK-CC-PROGRAM PIC X(10).
       01 LK-CC-RUN-DATE PIC 9(8).
       01 LK-CC-RUN-TIME PIC 9(8).
       01 LK-CC-ACTION PIC X(1).
       PROCEDURE DIVISION USING LK-CC-PROGRAM LK-CC-RUN-DATE
             LK-CC-RUN-TIME LK-CC-ACTION.
       A00-Begin.
           MOVE 'N' TO LK-CC-ACTION
           MOVE SPACES TO WS-CMD-FILENAME
           STRING "project-euler/"
             FUNCTION LOWER-CASE(FUNCTION TRIM(LK-CC-PROGRAM))
             ".cmd"
             DELIMITED BY SIZE INTO WS-CMD-FILENAME
           MOVE SPACES TO WS-RUN-STAMP
           STRING LK-CC-RUN-DATE "-" LK-CC-RUN-TIME
             DELIMITED BY SIZE INTO WS-RUN-STAMP
           PERFORM B00-ReadCommands
           IF WS-CMD-COUNT > 0
             PERFORM C00-EmptyCommandFile
           END-IF
           GOBACK.
      ***** End of Program execution
       B00-ReadCommands.
           MOVE 0 TO WS-CMD-COUNT
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
                   ADD 1 TO WS-CMD-COUNT
                   PERFORM B10-ActOnCommand
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CMD-FILE
           .
       B10-ActOnCommand.
           IF CMD-STAMP < WS-RUN-STAMP
             DISPLAY "Operator command " FUNCTION TRIM(CMD-VERB)
               " from " FUNCTION TRIM(CMD-USER) " (issued "
               CMD-STAMP ") predates this run; ignored"
             EXIT PARAGRAPH
           END-IF
           EVALUATE CMD-VERB
             WHEN "STOP"
               DISPLAY "Operator command STOP from "
                 FUNCTION TRIM(CMD-USER) " (issued " CMD-STAMP
                 "): checkpointing and stopping"
               MOVE 'S' TO LK-CC-ACTION
             WHEN "CHECKPOINT"
               DISPLAY "Operator command CHECKPOINT from "
                 FUNCTION TRIM(CMD-USER) " (issued " CMD-STAMP
                 "): saving position"
               IF LK-CC-ACTION NOT = 'S'
                 MOVE 'C' TO LK-CC-ACTION
               END-IF
             WHEN "EXTEND"
               DISPLAY "Operator command EXTEND " CMD-MINUTES
                 " from " FUNCTION TRIM(CMD-USER) " (issued "
                 CMD-STAMP ")"
               MOVE 'E' TO WS-TB-MODE
               MOVE SPACES TO WS-TB-VALUE
               MOVE CMD-MINUTES TO WS-TB-VALUE(1:4)
               CALL "TimeBox" USING WS-TB-MODE WS-TB-VALUE
                 WS-TB-EXPIRED
             WHEN OTHER
               DISPLAY "WARNING: operator command '"
                 FUNCTION TRIM(CMD-VERB) "' from "
                 FUNCTION TRIM(CMD-USER) " not understood; ignored"
           END-EVALUATE
           .
      ***** Rewritten empty, so no command is obeyed twice; a file
      ***** that cannot be emptied is warned, since every command
      ***** in it would be obeyed again at the next heartbeat.
       C00-EmptyCommandFile.
           OPEN OUTPUT CMD-FILE
           IF WS-CMD-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot empty command file "
               FUNCTION TRIM(WS-CMD-FILENAME) " (status "
               WS-CMD-STATUS-CD ")"
             EXIT PARAGRAPH
           END-IF
           CLOSE CMD-FILE
           .
      ***** Exit
       END PROGRAM CmdChannel.
