      *    checkpoints its position, writes a final INCOMPLETE
      *    heartbeat, and exits with RETURN-CODE 2 - resumable, not
      *    failed.
      *
      *    On the same heartbeat it reads the operator command file
      *    (see cmdchannel.cbl and opcmd.cbl): STOP takes the same
      *    checkpointed RETURN-CODE 2 exit as the time box,
      *    CHECKPOINT saves the position on the spot, and EXTEND
      *    pushes an armed cutoff back.
      *
      *    A run with the same CEILING under the same program version
      *    already in the results master is answered from there at
      *    once (see resultreuse.cbl); FORCE, anywhere on the line,
      *    searches regardless.
      *****************************************************************
       PROGRAM-ID. Problem14.
       ENVIRONMENT DIVISION.
       01 WS-ST-POSITION PIC 9(13).
       01 WS-ST-BOUND PIC 9(13).
       01 WS-RESUMED PIC X(1) VALUE 'N'.
       01 WS-FORCE PIC X(1) VALUE 'N'.
       01 WS-FORCE-IDX PIC 9(2).
       01 WS-SHIFT-IDX PIC 9(2).
       01 WS-RR-ANSWER PIC 9(20).
       01 WS-RR-FOUND PIC X(1).
       01 WS-TB-MODE PIC X(1).
       01 WS-TB-VALUE PIC X(18).
       01 WS-TB-EXPIRED PIC X(1) VALUE 'N'.
       01 WS-TIMEBOX-STOP PIC X(1) VALUE 'N'.
       01 WS-CC-ACTION PIC X(1).
       01 WS-ST-INC-PARMS PIC X(60).
       01 WS-START-FROM PIC 9(9) VALUE 1.
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 1.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           DISPLAY "Ceiling: " CEILING-VALUE
           PERFORM A04-CheckReuse
           PERFORM B00-LoadCache
           PERFORM A06-CheckRestart
           PERFORM B10-Implementation
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK.
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
             IF WS-EUPARM-OVR-COUNT > 1
               MOVE WS-EUPARM-OVR-VALUE(2) TO EUPARM-VALUE(2)
             END-IF
             IF WS-EUPARM-OVR-COUNT > 2
               MOVE WS-EUPARM-OVR-VALUE(3) TO EUPARM-VALUE(3)
             END-IF
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(1) FROM ARGUMENT-VALUE
             ACCEPT EUPARM-VALUE(2) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 3 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(3) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           PERFORM A05F-TakeForce
           IF EUPARM-VALUE(1)(1:7) = "MAXMIN="
             OR EUPARM-VALUE(1)(1:7) = "STOPAT="
             MOVE EUPARM-VALUE(1) TO WS-TB-VALUE
             MOVE WS-PC-NUMBER TO CEILING-VALUE
           END-IF
           .
      ***** FORCE, in any position, asks for a fresh search even
      ***** when an identical run's answer is on file (see
      ***** resultreuse.cbl); it is taken out before the other
      ***** values are read.
       A05F-TakeForce.
           MOVE 'N' TO WS-FORCE
           PERFORM VARYING WS-FORCE-IDX FROM 1 BY 1
             UNTIL WS-FORCE-IDX > 20
             IF FUNCTION UPPER-CASE(EUPARM-VALUE(WS-FORCE-IDX))
               = "FORCE"
               MOVE 'Y' TO WS-FORCE
               PERFORM VARYING WS-SHIFT-IDX FROM WS-FORCE-IDX BY 1
                 UNTIL WS-SHIFT-IDX >= 20
                 MOVE EUPARM-VALUE(WS-SHIFT-IDX + 1)
                   TO EUPARM-VALUE(WS-SHIFT-IDX)
               END-PERFORM
               MOVE SPACES TO EUPARM-VALUE(20)
             END-IF
           END-PERFORM
           .
      ***** An identical run already on file under this version is
      ***** answered at once instead of searched again (see
      ***** resultreuse.cbl), with no cache, checkpoint, status or
      ***** report written; FORCE always searches.
       A04-CheckReuse.
           IF WS-FORCE = 'Y'
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LEDGER-PARMS
           STRING "CEILING=" CEILING-VALUE
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           CALL "ResultReuse" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-RR-ANSWER WS-RR-FOUND
           IF WS-RR-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RR-ANSWER TO WS-BEST-START
           MOVE WS-BEST-START TO WS-EULER-RESULT
           DISPLAY "Longest chain under " CEILING-VALUE
             " starts at " WS-BEST-START
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK
           .
      ***** Loads the persisted sequence lengths; no cache on file
      ***** just means a first run that computes everything.
       B00-LoadCache.
           MOVE SPACES TO WS-CKPT-KEY
           STRING "CEILING=" CEILING-VALUE
             DELIMITED BY SIZE INTO WS-CKPT-KEY
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE 'R' TO WS-CM-MODE
           CALL "CkptManager" USING WS-CM-MODE WS-LEDGER-PROGRAM
             WS-CKPT-KEY WS-CM-DATA WS-CM-FOUND
           MOVE WS-START TO WS-CM-P14-START
           MOVE WS-BEST-START TO WS-CM-P14-BEST
           MOVE WS-BEST-LEN TO WS-CM-P14-BESTLEN
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE 'S' TO WS-CM-MODE
           CALL "CkptManager" USING WS-CM-MODE WS-LEDGER-PROGRAM
             WS-CKPT-KEY WS-CM-DATA WS-CM-FOUND
           IF WS-TB-EXPIRED = 'Y'
             MOVE 'Y' TO WS-TIMEBOX-STOP
           END-IF
           PERFORM A15-CheckCommands
           .
      ***** Operator commands (see cmdchannel.cbl) are read on the
      ***** same heartbeat: STOP takes the time-box exit, CHECKPOINT
      ***** saves the position again on the spot, and EXTEND has
      ***** already moved the cutoff inside TimeBox.
       A15-CheckCommands.
           CALL "CmdChannel" USING WS-LEDGER-PROGRAM WS-RUN-DATE
             WS-RUN-TIME WS-CC-ACTION
           EVALUATE WS-CC-ACTION
             WHEN 'S'
               MOVE 'Y' TO WS-TIMEBOX-STOP
             WHEN 'C'
               PERFORM B50-SaveCache
               PERFORM A08-SaveCheckpoint
           END-EVALUATE
           .
      ***** Cutoff reached: save the exact stop position (the length
      ***** cache was just persisted alongside it), leave a final
