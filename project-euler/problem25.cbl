       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Problem 25: 1000-digit Fibonacci Number
      *
      *    The Fibonacci sequence is defined by F(n) = F(n-1) +
      *    F(n-2), with F(1) = 1 and F(2) = 1. The 12th term, 144,
      *    is the first term to contain three digits. What is the
      *    index of the first term in the Fibonacci sequence to
      *    contain 1000 digits?
      *
      *    The digit count and the seed pair are supplied on the
      *    command line:
      *        problem25 [N] [<seed1> <seed2>]
      *    N defaults to 1000 and the seeds, terms 1 and 2 of the
      *    sequence, to 1 and 1. The seeds are the same pair Problem2
      *    accepts, so Lucas numbers (2, 1) or any other two-seed
      *    recurrence can be walked; both must be given together,
      *    and they may not both be zero (that sequence never grows).
      *
      *    1000 digits is far past any PIC field, so the terms are
      *    held and added on the shared BigNum module's 1000-digit
      *    arrays (mode 'A', see bignum.cbl); N runs 1-1000, the
      *    module's width. From the third term on each term is at
      *    least the one before it, so its digit count is carried
      *    forward from the last term and only the next position up
      *    is looked at.
      *
      *    A large N is a long walk, so the walk checkpoints through
      *    the shared CkptManager and heartbeats through
      *    StatusWriter, like Problem14 - the status position is the
      *    current term's digit count against N. A checkpoint entry
      *    holds only 60 bytes, so the two current terms themselves
      *    go to the state file project-euler/problem25.state beside
      *    it (the way Problem14 keeps its length cache beside its
      *    checkpoint), tagged with the same key and term index; a
      *    resume whose state file does not match its checkpoint
      *    starts over from the seeds rather than trust it.
      *
      *    The walk honors the suite-standard time-box parameter
      *    (MAXMIN=<minutes> or STOPAT=<hhmm>, see timebox.cbl),
      *    given anywhere among the arguments: at the cutoff it
      *    checkpoints its position, writes a final INCOMPLETE
      *    heartbeat, and exits with RETURN-CODE 2 - resumable, not
      *    failed.
      *
      *    A run with the same N and seeds under the same program
      *    version already in the results master is answered from
      *    there at once (see resultreuse.cbl); FORCE, anywhere on
      *    the line, walks regardless.
      *
      *    The index is the answer and goes back through
      *    WS-EULER-RESULT. The report carries the term found as
      *    well, 60 digits to a line. Follows the full suite
      *    convention: WS-EULER-RESULT for the driver, LedgerWriter,
      *    ReportFormat headers on the versioned report, a registry
      *    row, and a regression case in euler.expected.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress walks its cases that way) CANCELs it after
      *    taking that RETURN-CODE, so each CALL gets N, the seeds and
      *    the time box switches back at their defaults each time.
      *****************************************************************
       PROGRAM-ID. Problem25.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-FILE ASSIGN TO DYNAMIC WS-STATE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATE-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD STATE-FILE.
       01 STATE-RECORD.
           05 STATE-KEY PIC X(60).
           05 STATE-INDEX PIC 9(9).
           05 STATE-TERM-A PIC X(1000).
           05 STATE-TERM-B PIC X(1000).
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-STATE-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-STATE-PATH PIC X(100).
       01 WS-PN-DEFAULT PIC X(80)
          VALUE "project-euler/problem25.state".
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/problem25.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 TARGET-DIGITS PIC 9(4) VALUE 1000.
       01 WS-SEED-1 PIC 9(18) VALUE 1.
       01 WS-SEED-2 PIC 9(18) VALUE 1.
       01 WS-SEED-1-EDIT PIC Z(17)9.
       01 WS-SEED-2-EDIT PIC Z(17)9.
       01 WS-BN-MODE PIC X(1).
       01 WS-TERM-A.
           05 WS-A-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-TERM-B.
           05 WS-B-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-TERM-C.
           05 WS-C-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-CMP PIC X(1).
       01 WS-TERM-INDEX PIC 9(9) VALUE 0.
       01 WS-TERM-DIGITS PIC 9(4).
       01 WS-NEXT-POS PIC 9(4).
       01 WS-DIGIT-IDX PIC 9(4).
       01 WS-FIRST-SIG PIC 9(4).
       01 WS-TERM-TEXT PIC X(1000).
       01 WS-LINE-POS PIC 9(4).
       01 WS-LINE-LEN PIC 9(4).
       01 WS-SINCE-BEAT PIC 9(9) VALUE 0.
       01 WS-HEARTBEAT-EVERY PIC 9(9) VALUE 250.
       01 WS-ARG-IDX PIC 9(2).
       01 WS-KEEP-IDX PIC 9(2).
       01 WS-CM-MODE PIC X(1).
       01 WS-CKPT-KEY PIC X(60).
       01 WS-CM-FOUND PIC X(1).
       01 WS-CM-DATA.
           05 WS-CM-P25-INDEX PIC 9(9).
           05 WS-CM-P25-DIGITS PIC 9(4).
           05 FILLER PIC X(47).
       01 WS-ST-POSITION PIC 9(13).
       01 WS-ST-BOUND PIC 9(13).
       01 WS-RESUMED PIC X(1) VALUE 'N'.
       01 WS-FORCE PIC X(1) VALUE 'N'.
       01 WS-RR-ANSWER PIC 9(20).
       01 WS-RR-FOUND PIC X(1).
       01 WS-TB-MODE PIC X(1).
       01 WS-TB-VALUE PIC X(18).
       01 WS-TB-EXPIRED PIC X(1) VALUE 'N'.
       01 WS-TIMEBOX-STOP PIC X(1) VALUE 'N'.
       01 WS-ST-INC-PARMS PIC X(60).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem25".
       01 WS-LEDGER-PARMS PIC X(60).
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 1.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM A10-ValidateParameters
           DISPLAY "Digits: " TARGET-DIGITS "  Seeds: "
             FUNCTION TRIM(WS-SEED-1-EDIT) ", "
             FUNCTION TRIM(WS-SEED-2-EDIT)
           PERFORM A04-CheckReuse
           CALL "PathName" USING WS-PN-DEFAULT WS-STATE-PATH
           PERFORM B00-SeedTerms
           PERFORM A06-CheckRestart
           PERFORM B10-Implementation
           IF WS-TIMEBOX-STOP = 'Y'
             PERFORM A09-TimeBoxExit
           END-IF
           PERFORM A07-CompleteCheckpoint
           MOVE WS-TERM-INDEX TO WS-EULER-RESULT
           DISPLAY "First term with " TARGET-DIGITS " digits: term "
             WS-TERM-INDEX " (" WS-TERM-DIGITS " digits)"
           PERFORM D00-WriteReport
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
      ***** console log and report file both show when this run
      ***** happened, the same date/time convention the ledger uses.
       A01-StampRunDate.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
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
      ***** An identical run already on file under this version is
      ***** answered at once instead of searched again (see
      ***** resultreuse.cbl), with no state file, checkpoint, status
      ***** or report written; FORCE always walks. The ledger
      ***** parameters were built by A05-GetParameters.
       A04-CheckReuse.
           IF WS-FORCE = 'Y'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           CALL "ResultReuse" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-RR-ANSWER WS-RR-FOUND
           IF WS-RR-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RR-ANSWER TO WS-TERM-INDEX
           MOVE WS-TERM-INDEX TO WS-EULER-RESULT
           DISPLAY "First term with " TARGET-DIGITS " digits: term "
             WS-TERM-INDEX
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK
           .
      ***** Command-line values are staged through the shared EUPARM
      ***** table (see copybooks/EUPARM.cpy); a linked caller can
      ***** supply them through the EXTERNAL override table instead
      ***** (see copybooks/EUPARMOV.cpy). A MAXMIN=/STOPAT= token may
      ***** sit anywhere: it arms the time box and is taken out, and
      ***** the tokens after it close up so N and the seeds keep
      ***** their positions. FORCE is taken out the same way.
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           IF WS-EUPARM-OVR-COUNT > 0
             PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
               UNTIL WS-ARG-IDX > 4
               MOVE WS-EUPARM-OVR-VALUE(WS-ARG-IDX)
                 TO EUPARM-VALUE(WS-ARG-IDX)
             END-PERFORM
           ELSE
             PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
               UNTIL WS-ARG-IDX > 4
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT EUPARM-VALUE(WS-ARG-IDX) FROM ARGUMENT-VALUE
                 ON EXCEPTION CONTINUE
               END-ACCEPT
             END-PERFORM
           END-IF
           MOVE 0 TO WS-KEEP-IDX
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
             UNTIL WS-ARG-IDX > 4
             IF EUPARM-VALUE(WS-ARG-IDX)(1:7) = "MAXMIN="
               OR EUPARM-VALUE(WS-ARG-IDX)(1:7) = "STOPAT="
               MOVE EUPARM-VALUE(WS-ARG-IDX) TO WS-TB-VALUE
               PERFORM A05A-ArmTimeBox
             ELSE
               IF FUNCTION UPPER-CASE(EUPARM-VALUE(WS-ARG-IDX))
                 = "FORCE"
                 MOVE 'Y' TO WS-FORCE
               ELSE
                 ADD 1 TO WS-KEEP-IDX
                 MOVE EUPARM-VALUE(WS-ARG-IDX)
                   TO EUPARM-VALUE(WS-KEEP-IDX)
               END-IF
             END-IF
           END-PERFORM
           PERFORM VARYING WS-ARG-IDX FROM WS-KEEP-IDX BY 1
             UNTIL WS-ARG-IDX >= 4
             MOVE SPACES TO EUPARM-VALUE(WS-ARG-IDX + 1)
           END-PERFORM
           IF EUPARM-VALUE(1) NOT = SPACES
             MOVE EUPARM-VALUE(1) TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
             IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
               OR WS-PC-NUMBER > 1000
               DISPLAY "ABEND: N '"
                 FUNCTION TRIM(EUPARM-VALUE(1))
                 "' is not a whole number in 1-1000"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-PC-NUMBER TO TARGET-DIGITS
           END-IF
           IF EUPARM-VALUE(2) NOT = SPACES
             MOVE EUPARM-VALUE(2) TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
             IF WS-PC-OK = 'N'
               DISPLAY "ABEND: SEED1 '"
                 FUNCTION TRIM(EUPARM-VALUE(2))
                 "' is not a valid whole number"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-PC-NUMBER TO WS-SEED-1
             IF EUPARM-VALUE(3) = SPACES
               DISPLAY "ABEND: SEED1 given without SEED2; the seeds "
                 "are a pair"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           IF EUPARM-VALUE(3) NOT = SPACES
             MOVE EUPARM-VALUE(3) TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
             IF WS-PC-OK = 'N'
               DISPLAY "ABEND: SEED2 '"
                 FUNCTION TRIM(EUPARM-VALUE(3))
                 "' is not a valid whole number"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-PC-NUMBER TO WS-SEED-2
           END-IF
           MOVE WS-SEED-1 TO WS-SEED-1-EDIT
           MOVE WS-SEED-2 TO WS-SEED-2-EDIT
           MOVE SPACES TO WS-LEDGER-PARMS
           STRING "N=" TARGET-DIGITS " SEED1="
             FUNCTION TRIM(WS-SEED-1-EDIT) " SEED2="
             FUNCTION TRIM(WS-SEED-2-EDIT)
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           .
      ***** Two zero seeds make a sequence of zeros that never
      ***** reaches any digit count; see problem2.cbl's
      ***** A10-ValidateParameters for the same pattern.
       A10-ValidateParameters.
           IF WS-SEED-1 = 0 AND WS-SEED-2 = 0
             DISPLAY "ABEND: seeds 0 and 0 never grow past one digit"
             MOVE SPACES TO WS-INC-FILE
             MOVE SPACES TO WS-INC-STATUS
             MOVE "both seeds zero; the sequence never grows"
               TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** If the shared keyed checkpoint file (see ckptmgr.cbl)
      ***** holds a running entry for this same N and seed pair, and
      ***** the state file carries that entry's key and term index,
      ***** the walk picks up from the two terms it saved. The key is
      ***** the ledger's TAG=value string in command-line order, so
      ***** EulerResume can strip the tags and relaunch it.
       A06-CheckRestart.
           MOVE WS-LEDGER-PARMS TO WS-CKPT-KEY
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE 'R' TO WS-CM-MODE
           CALL "CkptManager" USING WS-CM-MODE WS-LEDGER-PROGRAM
             WS-CKPT-KEY WS-CM-DATA WS-CM-FOUND
           IF WS-CM-FOUND NOT = 'Y'
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS-CD NOT = "00"
             DISPLAY "WARNING: checkpoint found but no state file "
               FUNCTION TRIM(WS-STATE-PATH) "; starting from the seeds"
             EXIT PARAGRAPH
           END-IF
           READ STATE-FILE
             AT END MOVE SPACES TO STATE-RECORD
           END-READ
           CLOSE STATE-FILE
           IF STATE-KEY NOT = WS-CKPT-KEY
             OR STATE-INDEX NOT = WS-CM-P25-INDEX
             OR STATE-TERM-A IS NOT NUMERIC
             OR STATE-TERM-B IS NOT NUMERIC
             DISPLAY "WARNING: state file does not match the "
               "checkpoint at term " WS-CM-P25-INDEX
               "; starting from the seeds"
             EXIT PARAGRAPH
           END-IF
           MOVE STATE-TERM-A TO WS-TERM-A
           MOVE STATE-TERM-B TO WS-TERM-B
           MOVE STATE-INDEX TO WS-TERM-INDEX
           PERFORM C00-CountDigits
           MOVE 'Y' TO WS-RESUMED
           DISPLAY "Resuming from checkpoint at term " WS-TERM-INDEX
             " (" WS-TERM-DIGITS " digits)"
           .
       A07-CompleteCheckpoint.
           MOVE 'C' TO WS-CM-MODE
           CALL "CkptManager" USING WS-CM-MODE WS-LEDGER-PROGRAM
             WS-CKPT-KEY WS-CM-DATA WS-CM-FOUND
           MOVE TARGET-DIGITS TO WS-ST-POSITION
           MOVE TARGET-DIGITS TO WS-ST-BOUND
           CALL "StatusWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-ST-POSITION WS-ST-BOUND
           .
      ***** Rewrites the small machine-readable status file on the
      ***** same heartbeat as the checkpoint; the current term's
      ***** digit count against N is the natural progress measure
      ***** here (see statuswriter.cbl).
       A12-WriteStatus.
           MOVE WS-TERM-DIGITS TO WS-ST-POSITION
           MOVE TARGET-DIGITS TO WS-ST-BOUND
           CALL "StatusWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-ST-POSITION WS-ST-BOUND
           .
      ***** The two current terms go to the state file first, then
      ***** the checkpoint entry that points at them.
       A08-SaveCheckpoint.
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot write state file "
               FUNCTION TRIM(WS-STATE-PATH) " (status "
               WS-STATE-STATUS-CD "); checkpoint not taken"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-CKPT-KEY TO STATE-KEY
           MOVE WS-TERM-INDEX TO STATE-INDEX
           MOVE WS-TERM-A TO STATE-TERM-A
           MOVE WS-TERM-B TO STATE-TERM-B
           WRITE STATE-RECORD
           CLOSE STATE-FILE
           MOVE SPACES TO WS-CM-DATA
           MOVE WS-TERM-INDEX TO WS-CM-P25-INDEX
           MOVE WS-TERM-DIGITS TO WS-CM-P25-DIGITS
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE 'S' TO WS-CM-MODE
           CALL "CkptManager" USING WS-CM-MODE WS-LEDGER-PROGRAM
             WS-CKPT-KEY WS-CM-DATA WS-CM-FOUND
           .
      ***** Arms the shared wall-clock cutoff (see timebox.cbl) from
      ***** the MAXMIN=/STOPAT= value staged in WS-TB-VALUE.
       A05A-ArmTimeBox.
           MOVE 'I' TO WS-TB-MODE
           CALL "TimeBox" USING WS-TB-MODE WS-TB-VALUE WS-TB-EXPIRED
           .
      ***** Polled on the same heartbeat as the checkpoint.
       A14-CheckTimeBox.
           MOVE 'C' TO WS-TB-MODE
           CALL "TimeBox" USING WS-TB-MODE WS-TB-VALUE WS-TB-EXPIRED
           IF WS-TB-EXPIRED = 'Y'
             MOVE 'Y' TO WS-TIMEBOX-STOP
           END-IF
           .
      ***** Cutoff reached: save the exact stop position, leave a
      ***** final INCOMPLETE heartbeat for the monitor, and exit with
      ***** the suite's resumable code. No report and no ledger
      ***** entry - the run has no answer yet.
       A09-TimeBoxExit.
           PERFORM A08-SaveCheckpoint
           MOVE SPACES TO WS-ST-INC-PARMS
           STRING FUNCTION TRIM(WS-LEDGER-PARMS) " INCOMPLETE"
             DELIMITED BY SIZE INTO WS-ST-INC-PARMS
           MOVE WS-TERM-DIGITS TO WS-ST-POSITION
           MOVE TARGET-DIGITS TO WS-ST-BOUND
           CALL "StatusWriter" USING WS-LEDGER-PROGRAM
             WS-ST-INC-PARMS WS-ST-POSITION WS-ST-BOUND
           DISPLAY "Time box reached at term " WS-TERM-INDEX
             "; position checkpointed for resume"
           MOVE 2 TO RETURN-CODE
           GOBACK
           .
      ***** Terms 1 and 2 are the seeds, right-aligned in the digit
      ***** arrays. Term 1 is looked at on its own - a big enough
      ***** first seed is already the answer - then the walk starts
      ***** from term 2. WS-TERM-B is always the current term.
       B00-SeedTerms.
           MOVE ZEROS TO WS-TERM-B
           MOVE WS-SEED-1 TO WS-TERM-B(983:18)
           MOVE 1 TO WS-TERM-INDEX
           PERFORM C00-CountDigits
           IF WS-TERM-DIGITS >= TARGET-DIGITS
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TERM-B TO WS-TERM-A
           MOVE ZEROS TO WS-TERM-B
           MOVE WS-SEED-2 TO WS-TERM-B(983:18)
           MOVE 2 TO WS-TERM-INDEX
           PERFORM C00-CountDigits
           .
      ***** From term 4 on, each new term is the sum of two terms
      ***** the larger of which is the last one, so it has the last
      ***** term's digit count or one more: only the next position up
      ***** needs looking at. Term 3 can jump further (a long first
      ***** seed and a short second one) and is counted in full.
       B10-Implementation.
           PERFORM UNTIL WS-TERM-DIGITS >= TARGET-DIGITS
             OR WS-TIMEBOX-STOP = 'Y'
             MOVE 'A' TO WS-BN-MODE
             CALL "BigNum" USING WS-BN-MODE WS-TERM-A WS-TERM-B
               WS-TERM-C WS-BN-CMP
             MOVE WS-TERM-B TO WS-TERM-A
             MOVE WS-TERM-C TO WS-TERM-B
             ADD 1 TO WS-TERM-INDEX
             COMPUTE WS-NEXT-POS = 1000 - WS-TERM-DIGITS
             IF WS-TERM-INDEX = 3
               PERFORM C00-CountDigits
             ELSE
               IF WS-NEXT-POS > 0
                 AND WS-B-DIGIT(WS-NEXT-POS) NOT = 0
                 ADD 1 TO WS-TERM-DIGITS
               END-IF
             END-IF
             ADD 1 TO WS-SINCE-BEAT
             IF WS-SINCE-BEAT >= WS-HEARTBEAT-EVERY
               AND WS-TERM-DIGITS < TARGET-DIGITS
               MOVE 0 TO WS-SINCE-BEAT
               DISPLAY "...still walking, at term " WS-TERM-INDEX
                 " with " WS-TERM-DIGITS " digits of "
                 TARGET-DIGITS
               PERFORM A08-SaveCheckpoint
               PERFORM A12-WriteStatus
               PERFORM A14-CheckTimeBox
             END-IF
           END-PERFORM
           .
      ***** Full scan for the digit count of the current term, used
      ***** for the seeds and for a term reloaded on resume; zero
      ***** counts as one digit.
       C00-CountDigits.
           MOVE 1000 TO WS-FIRST-SIG
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
             UNTIL WS-DIGIT-IDX > 1000
             IF WS-B-DIGIT(WS-DIGIT-IDX) NOT = 0
               MOVE WS-DIGIT-IDX TO WS-FIRST-SIG
               EXIT PERFORM
             END-IF
           END-PERFORM
           COMPUTE WS-TERM-DIGITS = 1001 - WS-FIRST-SIG
           .
      ***** The report is a summary page: N, the seeds, the index
      ***** found and its digit count, then the term itself 60
      ***** digits to a line, most significant first.
       D00-WriteReport.
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               FUNCTION TRIM(WS-RPT-FILENAME) " (status "
               WS-RPT-STATUS-CD ")"
             MOVE WS-RPT-FILENAME TO WS-INC-FILE
             MOVE WS-RPT-STATUS-CD TO WS-INC-STATUS
             MOVE "cannot open report file" TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "Problem25" TO EURPTFMT-PROGRAM
           MOVE "1000-digit Fibonacci Number" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Digits wanted: " TARGET-DIGITS
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Seeds: " FUNCTION TRIM(WS-SEED-1-EDIT) ", "
             FUNCTION TRIM(WS-SEED-2-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "First term with that many digits: term "
             WS-TERM-INDEX
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Its digit count: " WS-TERM-DIGITS
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-RESUMED = 'Y'
             MOVE "Resumed from a checkpoint" TO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           MOVE "Value:" TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE WS-TERM-B TO WS-TERM-TEXT
           COMPUTE WS-FIRST-SIG = 1001 - WS-TERM-DIGITS
           PERFORM VARYING WS-LINE-POS FROM WS-FIRST-SIG BY 60
             UNTIL WS-LINE-POS > 1000
             COMPUTE WS-LINE-LEN = 1001 - WS-LINE-POS
             IF WS-LINE-LEN > 60
               MOVE 60 TO WS-LINE-LEN
             END-IF
             MOVE SPACES TO RPT-LINE
             MOVE WS-TERM-TEXT(WS-LINE-POS:WS-LINE-LEN)
               TO RPT-LINE(3:WS-LINE-LEN)
             PERFORM A97-WritePagedLine
           END-PERFORM
           MOVE 'F' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           CLOSE RPT-FILE
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
      ***** Exit
       END PROGRAM Problem25.
