      *    cutoff the search checkpoints its position, writes a
      *    final INCOMPLETE heartbeat, and exits with RETURN-CODE 2
      *    - resumable, not failed.
      *
      *    On the same heartbeat it reads the operator command file
      *    (see cmdchannel.cbl and opcmd.cbl): STOP takes the same
      *    checkpointed RETURN-CODE 2 exit as the time box,
      *    CHECKPOINT saves the position on the spot, and EXTEND
      *    pushes an armed cutoff back.
      *
      *    A single-number run with the same NUM under the same
      *    program version already in the results master is answered
      *    from there at once, ahead of even the factor master (see
      *    resultreuse.cbl); FORCE, anywhere on the line, searches
      *    regardless.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress and ShadowCheck walk their cases that way)
      *    CANCELs it after taking that RETURN-CODE, so each CALL gets
      *    NUM and its search state back at their defaults each time.
      *****************************************************************
       PROGRAM-ID. Problem3.
       ENVIRONMENT DIVISION.
       01 WS-TB-VALUE PIC X(18).
       01 WS-TB-EXPIRED PIC X(1) VALUE 'N'.
       01 WS-TIMEBOX-STOP PIC X(1) VALUE 'N'.
       01 WS-CC-ACTION PIC X(1).
       01 WS-ST-INC-PARMS PIC X(60).
       01 WS-FACTOR-STATUS-CD PIC XX.
       01 WS-MASTER-STATUS-CD PIC XX.
       01 WS-HB-PRIME-EVERY PIC 9(9) VALUE 10000.
       01 WS-START-DIVISOR PIC 9(12) VALUE 1.
       01 WS-RESUMED PIC X(1) VALUE 'N'.
       01 WS-FORCE PIC X(1) VALUE 'N'.
       01 WS-FORCE-IDX PIC 9(2).
       01 WS-SHIFT-IDX PIC 9(2).
       01 WS-RR-ANSWER PIC 9(20).
       01 WS-RR-FOUND PIC X(1).
       01 WS-FORCE-POS PIC 9(2).
       01 WS-LIST-STATUS-CD PIC XX.
       01 EOF-LIST-FILE PIC X VALUE 'N'.
       01 WS-FILE-MODE PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 2.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(80).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
             PERFORM A99-ReportElapsedTime
             MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
             MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
             CALL "LedgerWriter" USING WS-LEDGER-PROGRAM
               WS-LEDGER-PARMS WS-EULER-RESULT WS-ELAPSED-HSEC
             GOBACK
           END-IF
           DISPLAY "Number: " NUM
           PERFORM A03-CheckReuse
           MOVE NUM TO WS-REMAINING
           PERFORM A04-TryFactorMaster
           IF WS-FZ-FOUND = 'Y'
               INTO WS-LEDGER-PARMS
             PERFORM A99-ReportElapsedTime
             MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
             MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
             CALL "LedgerWriter" USING WS-LEDGER-PROGRAM
               WS-LEDGER-PARMS WS-EULER-RESULT WS-ELAPSED-HSEC
             GOBACK
           STRING "NUM=" NUM DELIMITED BY SIZE INTO WS-LEDGER-PARMS
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
               END-IF
               MOVE EUPARM-VALUE(1)(6:13) TO WS-LIST-FILENAME
             ELSE
               IF WS-FORCE-POS = 1
                 DISPLAY 2 UPON ARGUMENT-NUMBER
               ELSE
                 DISPLAY 1 UPON ARGUMENT-NUMBER
               END-IF
               MOVE SPACES TO WS-ARG-WIDE
               ACCEPT WS-ARG-WIDE FROM ARGUMENT-VALUE
                 ON EXCEPTION CONTINUE
       A06-CheckRestart.
           MOVE SPACES TO WS-CKPT-KEY
           STRING "NUM=" NUM DELIMITED BY SIZE INTO WS-CKPT-KEY
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE 'R' TO WS-CM-MODE
           CALL "CkptManager" USING WS-CM-MODE WS-LEDGER-PROGRAM
             WS-CKPT-KEY WS-CM-DATA WS-CM-FOUND
           END-IF
           MOVE CURRENT-DIVISOR TO WS-CM-P3-DIVISOR
           MOVE WS-REMAINING TO WS-CM-P3-REMAINING
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
               PERFORM A08-SaveCheckpoint
           END-EVALUATE
           .
      ***** Cutoff reached: the position is already checkpointed on
      ***** this heartbeat, so save once more at the exact stop
             END-IF
           END-PERFORM
           .
      ***** FORCE, in any position, asks for a fresh search even
      ***** when an identical run's answer is on file (see
      ***** resultreuse.cbl); it is taken out before the other
      ***** values are read.
       A05F-TakeForce.
           MOVE 'N' TO WS-FORCE
           MOVE 0 TO WS-FORCE-POS
           PERFORM VARYING WS-FORCE-IDX FROM 1 BY 1
             UNTIL WS-FORCE-IDX > 20
             IF FUNCTION UPPER-CASE(EUPARM-VALUE(WS-FORCE-IDX))
               = "FORCE"
               MOVE 'Y' TO WS-FORCE
               IF WS-FORCE-POS = 0
                 MOVE WS-FORCE-IDX TO WS-FORCE-POS
               END-IF
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
      ***** resultreuse.cbl), with no factor report, checkpoint or
      ***** status written; FORCE always searches. A FILE= list run
      ***** never gets here.
       A03-CheckReuse.
           IF WS-FORCE = 'Y'
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LEDGER-PARMS
           STRING "NUM=" NUM DELIMITED BY SIZE
             INTO WS-LEDGER-PARMS
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           CALL "ResultReuse" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-RR-ANSWER WS-RR-FOUND
           IF WS-RR-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RR-ANSWER TO LAST-PRIME
           MOVE LAST-PRIME TO WS-EULER-RESULT
           DISPLAY "Largest Prime Factor: " LAST-PRIME
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK
           .
      ***** Asks the shared Factorize service (see factorize.cbl)
      ***** whether the keyed factor master already holds this
      ***** number; read-only, so a miss costs one failed keyed
           .
      ***** Delegates to the shared PrimeTest subprogram (see
      ***** primetest.cbl) rather than trial-dividing CURRENT-DIVISOR
      ***** in-house; the program name rides along for any prime
      ***** demand the test raises.
       C00-IsPrime.
           CALL "PrimeTest" USING CURRENT-DIVISOR CURRENT-DIVISOR-PRIME
             WS-LEDGER-PROGRAM
           .
      ***** Batch mode: factors every value in the list file into one
      ***** combined factor report, keyed by input number, with a
