       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Run-Control Maintenance
      *
      *    Maintains the run-control file (project-euler/euler.runctl)
      *    that decides what the nightly EulerDriver actually runs, so
      *    a change to it is no longer a hand edit that takes effect
      *    the moment the file is saved. Every change is staged with
      *    the processing date it takes effect on and held PENDING
      *    until a second user with maintenance permission approves
      *    it; EulerDriver applies only approved rows whose effective
      *    date has arrived (see eulerdriver.cbl).
      *
      *    Record layout - columns 1-133 are the ones EulerDriver has
      *    always read, the rest carry the change control:
      *        columns   1-12  program name
      *        column   13     action: R = run, S = skip
      *        columns  14-73  parameter values, space separated
      *        columns  74-133 up to five prerequisite step names
      *        column  134     state: P = pending approval,
      *                        A (or blank) = approved
      *        columns 135-142 effective processing date YYYYMMDD
      *                        (blank = in force since before the
      *                        file carried dates)
      *        column  143     change: A add, C change, D delete
      *        columns 144-155 user who staged the change
      *        columns 156-167 user who approved it
      *        columns 168-172 change number
      *    A rows-as-of-a-date view: for each program the approved
      *    row with the latest effective date on or before that date
      *    governs, and a governing D row means the program has no
      *    run-control entry from that date on. Hand-entered rows
      *    (blank state and date) govern until a dated change
      *    replaces them.
      *
      *    Modes, supplied on the command line:
      *        runctlmaint LIST
      *            every row, with its change number, state, and
      *            whether it is in force today
      *        runctlmaint ADD <program> <R|S> <yyyymmdd>
      *                        [parm ...] [/ prereq ...]
      *            stage a new entry for a program with none in force
      *            on that date; words after a bare "/" are its
      *            prerequisite steps
      *        runctlmaint CHANGE <program> <R|S> <yyyymmdd>
      *                        [parm ...] [/ prereq ...]
      *            stage a replacement for the program's entry - the
      *            action, parameters, and prerequisites given are the
      *            whole new entry
      *        runctlmaint DELETE <program> <yyyymmdd>
      *            stage the entry's removal
      *        runctlmaint APPROVE <change-number>
      *            approve a pending change; the approver must hold
      *            maintenance permission and must not be the user
      *            who staged it
      *    A program may carry one pending change at a time, and the
      *    effective date may not be in the past. Every staging and
      *    every approval goes to the change journal (see
      *    chgjournal.cbl); a refused self-approval is also logged
      *    through IncidentLog. Rows a later approved row has
      *    superseded, and delete rows that have taken effect, are
      *    dropped from the file when it is rewritten - the journal
      *    keeps their history.
      *****************************************************************
       PROGRAM-ID. RunCtlMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "project-euler/euler.runctl"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           05 RUNCTL-PROGRAM PIC X(12).
           05 RUNCTL-ACTION PIC X(1).
           05 RUNCTL-PARMS PIC X(60).
           05 RUNCTL-PREREQ PIC X(12) OCCURS 5 TIMES.
           05 RUNCTL-STATE PIC X(1).
           05 RUNCTL-EFFECTIVE PIC X(8).
           05 RUNCTL-CHANGE PIC X(1).
           05 RUNCTL-STAGED-BY PIC X(12).
           05 RUNCTL-APPROVED-BY PIC X(12).
           05 RUNCTL-CHANGE-NO PIC X(5).
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS-CD PIC XX.
       01 EOF-RUNCTL-FILE PIC X VALUE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-ARG-PROGRAM PIC X(12).
       01 WS-ARG-ACTION PIC X(1).
       01 WS-ARG-EFFECTIVE PIC X(8).
       01 WS-ARG-EFF-NUM PIC 9(8).
       01 WS-ARG-CHANGE-NO PIC X(5).
       01 WS-ARG-PARMS PIC X(60).
       01 WS-ARG-PREREQ-TBL.
           05 WS-ARG-PREREQ PIC X(12) OCCURS 5 TIMES.
       01 WS-ARG-PREREQ-COUNT PIC 9(1).
       01 WS-ARG-NUM PIC 9(2).
       01 WS-MORE-ARGS PIC X(1).
       01 WS-ARG-VALUE PIC X(60).
       01 WS-IN-PREREQS PIC X(1).
       01 WS-PARMS-PTR PIC 9(3).
       01 WS-ROW-COUNT PIC 9(3) VALUE 0.
       01 WS-ROW-TBL.
           05 WS-ROW-ENTRY OCCURS 100 TIMES.
               10 WS-ROW-PROGRAM PIC X(12).
               10 WS-ROW-ACTION PIC X(1).
               10 WS-ROW-PARMS PIC X(60).
               10 WS-ROW-PREREQ PIC X(12) OCCURS 5 TIMES.
               10 WS-ROW-STATE PIC X(1).
               10 WS-ROW-EFFECTIVE PIC X(8).
               10 WS-ROW-CHANGE PIC X(1).
               10 WS-ROW-STAGED-BY PIC X(12).
               10 WS-ROW-APPROVED-BY PIC X(12).
               10 WS-ROW-CHANGE-NO PIC X(5).
               10 WS-ROW-EFF-NUM PIC 9(8).
               10 WS-ROW-DROP PIC X(1).
       01 WS-ROW-IDX PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-GOVERN-IDX PIC 9(3).
       01 WS-PREREQ-IDX PIC 9(1).
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-NEXT-CHANGE-NO PIC 9(5) VALUE 0.
       01 WS-CHANGE-NO-NUM PIC 9(5).
       01 WS-ON-FILE PIC X(1).
       01 WS-STAGE-CHANGE PIC X(1).
       01 WS-STATE-TEXT PIC X(9).
       01 WS-FORCE-TEXT PIC X(10).
       01 WS-DROP-COUNT PIC 9(3).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "RunCtlMnt".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           IF WS-MODE NOT = "LIST"
             PERFORM A03-CheckMaintAuth
           END-IF
           PERFORM B00-LoadRows
           EVALUATE WS-MODE
             WHEN "LIST"
               PERFORM C00-ListRows
             WHEN "ADD"
               PERFORM C10-StageAdd
               PERFORM D00-RewriteFile
             WHEN "CHANGE"
               PERFORM C20-StageChange
               PERFORM D00-RewriteFile
             WHEN "DELETE"
               PERFORM C30-StageDelete
               PERFORM D00-RewriteFile
             WHEN "APPROVE"
               PERFORM C40-ApproveChange
               PERFORM D00-RewriteFile
             WHEN OTHER
               DISPLAY "ABEND: mode must be LIST, ADD, CHANGE, "
                 "DELETE, or APPROVE (got " FUNCTION TRIM(WS-MODE)
                 ")"
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
      ***** Every mode that rewrites the run-control file is gated on
      ***** the maintenance permission in the user-profile file (see
      ***** userauth.cbl); LIST stays open to everyone. UserAuth also
      ***** resolves the caller's identity, which is what the staging
      ***** and approval columns record.
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
      ***** Mode and its operands come off the command line. For ADD
      ***** and CHANGE the words after the effective date are the
      ***** parameter values, joined with single spaces, until a
      ***** bare "/" word; the words after it are prerequisites.
       A05-GetParameters.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE "LIST" TO WS-MODE
           END-ACCEPT
           IF WS-MODE = SPACES
             MOVE "LIST" TO WS-MODE
           END-IF
           MOVE SPACES TO WS-ARG-PROGRAM
           MOVE SPACES TO WS-ARG-ACTION
           MOVE SPACES TO WS-ARG-EFFECTIVE
           MOVE SPACES TO WS-ARG-CHANGE-NO
           MOVE SPACES TO WS-ARG-PARMS
           MOVE SPACES TO WS-ARG-PREREQ-TBL
           MOVE 0 TO WS-ARG-PREREQ-COUNT
           IF WS-MODE = "LIST"
             EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "APPROVE"
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-CHANGE-NO FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             PERFORM A10-ValidateOperands
             EXIT PARAGRAPH
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-PROGRAM FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MODE = "DELETE"
             DISPLAY 3 UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-EFFECTIVE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             PERFORM A10-ValidateOperands
             EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-EFFECTIVE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE 5 TO WS-ARG-NUM
           MOVE 'Y' TO WS-MORE-ARGS
           MOVE 'N' TO WS-IN-PREREQS
           MOVE 1 TO WS-PARMS-PTR
           PERFORM UNTIL WS-MORE-ARGS = 'N'
             DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
             MOVE SPACES TO WS-ARG-VALUE
             ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE 'N' TO WS-MORE-ARGS
             END-ACCEPT
             IF WS-MORE-ARGS = 'Y'
               PERFORM A07-TakeWord
               ADD 1 TO WS-ARG-NUM
             END-IF
           END-PERFORM
           PERFORM A10-ValidateOperands
           .
       A07-TakeWord.
           IF WS-ARG-VALUE = "/"
             MOVE 'Y' TO WS-IN-PREREQS
             EXIT PARAGRAPH
           END-IF
           IF WS-IN-PREREQS = 'Y'
             IF WS-ARG-PREREQ-COUNT >= 5
               DISPLAY "ABEND: at most five prerequisite steps"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ARG-PREREQ-COUNT
             MOVE WS-ARG-VALUE TO WS-ARG-PREREQ(WS-ARG-PREREQ-COUNT)
             EXIT PARAGRAPH
           END-IF
           IF WS-PARMS-PTR > 1
             STRING " " DELIMITED BY SIZE INTO WS-ARG-PARMS
               WITH POINTER WS-PARMS-PTR
             END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-ARG-VALUE) DELIMITED BY SIZE
             INTO WS-ARG-PARMS WITH POINTER WS-PARMS-PTR
           END-STRING
           .
       A10-ValidateOperands.
           IF WS-MODE = "APPROVE"
             IF WS-ARG-CHANGE-NO = SPACES
               DISPLAY "ABEND: CHANGE-NUMBER operand is required"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF FUNCTION TEST-NUMVAL(WS-ARG-CHANGE-NO) NOT = 0
               DISPLAY "ABEND: CHANGE-NUMBER must be numeric (got "
                 FUNCTION TRIM(WS-ARG-CHANGE-NO) ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             COMPUTE WS-CHANGE-NO-NUM =
               FUNCTION NUMVAL(WS-ARG-CHANGE-NO)
             MOVE WS-CHANGE-NO-NUM TO WS-ARG-CHANGE-NO
             EXIT PARAGRAPH
           END-IF
           IF WS-ARG-PROGRAM = SPACES
             DISPLAY "ABEND: PROGRAM operand is required"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-MODE NOT = "DELETE"
             IF WS-ARG-ACTION NOT = 'R' AND WS-ARG-ACTION NOT = 'S'
               DISPLAY "ABEND: ACTION must be R or S (got '"
                 WS-ARG-ACTION "')"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           IF WS-ARG-EFFECTIVE IS NOT NUMERIC
             DISPLAY "ABEND: EFFECTIVE date must be YYYYMMDD (got "
               FUNCTION TRIM(WS-ARG-EFFECTIVE) ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ARG-EFFECTIVE TO WS-ARG-EFF-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARG-EFF-NUM) NOT = 0
             DISPLAY "ABEND: EFFECTIVE date " WS-ARG-EFFECTIVE
               " is not a calendar date"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-ARG-EFF-NUM < WS-RUN-DATE
             DISPLAY "ABEND: EFFECTIVE date " WS-ARG-EFFECTIVE
               " is already past; a change takes effect today at "
               "the earliest"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** Loads every row, staged or approved; the highest change
      ***** number on file seeds the next one. A blank effective date
      ***** counts as zero - in force since before dates existed.
       B00-LoadRows.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS-CD NOT = "00"
             DISPLAY "No run-control file yet; starting empty"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-RUNCTL-FILE = 'Y'
             READ RUNCTL-FILE
               AT END MOVE 'Y' TO EOF-RUNCTL-FILE
               NOT AT END
                 IF RUNCTL-PROGRAM NOT = SPACES
                   PERFORM B01-StoreRow
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE
           .
       B01-StoreRow.
           IF WS-ROW-COUNT >= 100
             DISPLAY "ABEND: run-control file holds more than 100 "
               "rows"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE RUNCTL-PROGRAM TO WS-ROW-PROGRAM(WS-ROW-COUNT)
           MOVE RUNCTL-ACTION TO WS-ROW-ACTION(WS-ROW-COUNT)
           MOVE RUNCTL-PARMS TO WS-ROW-PARMS(WS-ROW-COUNT)
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
             UNTIL WS-PREREQ-IDX > 5
             MOVE RUNCTL-PREREQ(WS-PREREQ-IDX)
               TO WS-ROW-PREREQ(WS-ROW-COUNT WS-PREREQ-IDX)
           END-PERFORM
           MOVE RUNCTL-STATE TO WS-ROW-STATE(WS-ROW-COUNT)
           IF WS-ROW-STATE(WS-ROW-COUNT) = SPACE
             MOVE 'A' TO WS-ROW-STATE(WS-ROW-COUNT)
           END-IF
           MOVE RUNCTL-EFFECTIVE TO WS-ROW-EFFECTIVE(WS-ROW-COUNT)
           IF RUNCTL-EFFECTIVE IS NUMERIC
             MOVE RUNCTL-EFFECTIVE TO WS-ROW-EFF-NUM(WS-ROW-COUNT)
           ELSE
             MOVE 0 TO WS-ROW-EFF-NUM(WS-ROW-COUNT)
           END-IF
           MOVE RUNCTL-CHANGE TO WS-ROW-CHANGE(WS-ROW-COUNT)
           MOVE RUNCTL-STAGED-BY TO WS-ROW-STAGED-BY(WS-ROW-COUNT)
           MOVE RUNCTL-APPROVED-BY TO WS-ROW-APPROVED-BY(WS-ROW-COUNT)
           MOVE RUNCTL-CHANGE-NO TO WS-ROW-CHANGE-NO(WS-ROW-COUNT)
           MOVE 'N' TO WS-ROW-DROP(WS-ROW-COUNT)
           IF RUNCTL-CHANGE-NO IS NUMERIC
             MOVE RUNCTL-CHANGE-NO TO WS-CHANGE-NO-NUM
             IF WS-CHANGE-NO-NUM > WS-NEXT-CHANGE-NO
               MOVE WS-CHANGE-NO-NUM TO WS-NEXT-CHANGE-NO
             END-IF
           END-IF
           .
      ***** Finds the approved row governing WS-ARG-PROGRAM on
      ***** WS-AS-OF-DATE - the latest effective date on or before
      ***** it, the later row on file winning a tie - the same rule
      ***** EulerDriver applies. WS-ON-FILE says whether that row
      ***** leaves the program with an entry (a governing delete row
      ***** does not).
       B10-FindGoverning.
           MOVE 0 TO WS-GOVERN-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-ROW-PROGRAM(WS-ROW-IDX) = WS-ARG-PROGRAM
               AND WS-ROW-STATE(WS-ROW-IDX) = 'A'
               AND WS-ROW-EFF-NUM(WS-ROW-IDX) <= WS-AS-OF-DATE
               IF WS-GOVERN-IDX = 0
                 MOVE WS-ROW-IDX TO WS-GOVERN-IDX
               ELSE
                 IF WS-ROW-EFF-NUM(WS-ROW-IDX) >=
                   WS-ROW-EFF-NUM(WS-GOVERN-IDX)
                   MOVE WS-ROW-IDX TO WS-GOVERN-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           MOVE 'N' TO WS-ON-FILE
           IF WS-GOVERN-IDX > 0
             IF WS-ROW-CHANGE(WS-GOVERN-IDX) NOT = 'D'
               MOVE 'Y' TO WS-ON-FILE
             END-IF
           END-IF
           .
      ***** A program carries one pending change at a time, so two
      ***** staged changes can never race each other to approval.
       B20-RejectIfPending.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-ROW-PROGRAM(WS-ROW-IDX) = WS-ARG-PROGRAM
               AND WS-ROW-STATE(WS-ROW-IDX) = 'P'
               DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-PROGRAM)
                 " already has change "
                 WS-ROW-CHANGE-NO(WS-ROW-IDX)
                 " pending approval"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-PERFORM
           .
      ***** Flags rows that no longer govern anything: an approved
      ***** row already in force that a later approved row in force
      ***** has replaced, and a delete row in force once nothing it
      ***** replaced is left. D00-RewriteFile leaves them out.
       B30-MarkSuperseded.
           MOVE 0 TO WS-DROP-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-ROW-STATE(WS-ROW-IDX) = 'A'
               AND WS-ROW-EFF-NUM(WS-ROW-IDX) <= WS-RUN-DATE
               MOVE WS-ROW-PROGRAM(WS-ROW-IDX) TO WS-ARG-PROGRAM
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
               MOVE WS-ROW-IDX TO WS-SCAN-IDX
               PERFORM B10-FindGoverning
               MOVE WS-SCAN-IDX TO WS-ROW-IDX
               IF WS-GOVERN-IDX NOT = WS-ROW-IDX
                 OR WS-ROW-CHANGE(WS-ROW-IDX) = 'D'
                 MOVE 'Y' TO WS-ROW-DROP(WS-ROW-IDX)
                 ADD 1 TO WS-DROP-COUNT
               END-IF
             END-IF
           END-PERFORM
           .
       C00-ListRows.
           DISPLAY "Run-control rows on file: " WS-ROW-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX > WS-ROW-COUNT
             PERFORM C05-ListOneRow
           END-PERFORM
           .
       C05-ListOneRow.
           IF WS-ROW-STATE(WS-SCAN-IDX) = 'P'
             MOVE "PENDING" TO WS-STATE-TEXT
             MOVE SPACES TO WS-FORCE-TEXT
           ELSE
             MOVE "APPROVED" TO WS-STATE-TEXT
             MOVE WS-ROW-PROGRAM(WS-SCAN-IDX) TO WS-ARG-PROGRAM
             MOVE WS-RUN-DATE TO WS-AS-OF-DATE
             PERFORM B10-FindGoverning
             EVALUATE TRUE
               WHEN WS-ROW-EFF-NUM(WS-SCAN-IDX) > WS-RUN-DATE
                 MOVE "FUTURE" TO WS-FORCE-TEXT
               WHEN WS-GOVERN-IDX = WS-SCAN-IDX
                 MOVE "IN FORCE" TO WS-FORCE-TEXT
               WHEN OTHER
                 MOVE "SUPERSEDED" TO WS-FORCE-TEXT
             END-EVALUATE
           END-IF
           DISPLAY "  " WS-ROW-CHANGE-NO(WS-SCAN-IDX) " "
             WS-STATE-TEXT " " WS-FORCE-TEXT " "
             WS-ROW-PROGRAM(WS-SCAN-IDX) " "
             WS-ROW-ACTION(WS-SCAN-IDX) " chg="
             WS-ROW-CHANGE(WS-SCAN-IDX) " eff="
             WS-ROW-EFFECTIVE(WS-SCAN-IDX) " by="
             FUNCTION TRIM(WS-ROW-STAGED-BY(WS-SCAN-IDX)) "/"
             FUNCTION TRIM(WS-ROW-APPROVED-BY(WS-SCAN-IDX)) "  "
             FUNCTION TRIM(WS-ROW-PARMS(WS-SCAN-IDX))
           .
       C10-StageAdd.
           PERFORM B20-RejectIfPending
           MOVE WS-ARG-EFF-NUM TO WS-AS-OF-DATE
           PERFORM B10-FindGoverning
           IF WS-ON-FILE = 'Y'
             DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-PROGRAM)
               " already has a run-control entry on "
               WS-ARG-EFFECTIVE "; use CHANGE"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'A' TO WS-STAGE-CHANGE
           PERFORM C50-StageRow
           .
       C20-StageChange.
           PERFORM B20-RejectIfPending
           MOVE WS-ARG-EFF-NUM TO WS-AS-OF-DATE
           PERFORM B10-FindGoverning
           IF WS-ON-FILE = 'N'
             DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-PROGRAM)
               " has no run-control entry on " WS-ARG-EFFECTIVE
               "; use ADD"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'C' TO WS-STAGE-CHANGE
           PERFORM C50-StageRow
           .
       C30-StageDelete.
           PERFORM B20-RejectIfPending
           MOVE WS-ARG-EFF-NUM TO WS-AS-OF-DATE
           PERFORM B10-FindGoverning
           IF WS-ON-FILE = 'N'
             DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-PROGRAM)
               " has no run-control entry on " WS-ARG-EFFECTIVE
               " to delete"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ROW-ACTION(WS-GOVERN-IDX) TO WS-ARG-ACTION
           MOVE WS-ROW-PARMS(WS-GOVERN-IDX) TO WS-ARG-PARMS
           MOVE 'D' TO WS-STAGE-CHANGE
           PERFORM C50-StageRow
           .
      ***** Appends the staged row, PENDING, under the next change
      ***** number, and journals it. The before-image is the entry
      ***** governing on the effective date, if there is one.
       C50-StageRow.
           IF WS-ROW-COUNT >= 100
             DISPLAY "ABEND: run-control file is full (100 rows)"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-CJ-BEFORE
           IF WS-ON-FILE = 'Y'
             MOVE WS-GOVERN-IDX TO WS-MATCH-IDX
             PERFORM J20-BuildBeforeImage
           END-IF
           ADD 1 TO WS-NEXT-CHANGE-NO
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-ARG-PROGRAM TO WS-ROW-PROGRAM(WS-ROW-COUNT)
           MOVE WS-ARG-ACTION TO WS-ROW-ACTION(WS-ROW-COUNT)
           MOVE WS-ARG-PARMS TO WS-ROW-PARMS(WS-ROW-COUNT)
           IF WS-MODE = "DELETE"
             PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 5
               MOVE WS-ROW-PREREQ(WS-GOVERN-IDX WS-PREREQ-IDX)
                 TO WS-ROW-PREREQ(WS-ROW-COUNT WS-PREREQ-IDX)
             END-PERFORM
           ELSE
             PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 5
               MOVE WS-ARG-PREREQ(WS-PREREQ-IDX)
                 TO WS-ROW-PREREQ(WS-ROW-COUNT WS-PREREQ-IDX)
             END-PERFORM
           END-IF
           MOVE 'P' TO WS-ROW-STATE(WS-ROW-COUNT)
           MOVE WS-ARG-EFFECTIVE TO WS-ROW-EFFECTIVE(WS-ROW-COUNT)
           MOVE WS-ARG-EFF-NUM TO WS-ROW-EFF-NUM(WS-ROW-COUNT)
           MOVE WS-STAGE-CHANGE TO WS-ROW-CHANGE(WS-ROW-COUNT)
           MOVE WS-UA-USER TO WS-ROW-STAGED-BY(WS-ROW-COUNT)
           MOVE SPACES TO WS-ROW-APPROVED-BY(WS-ROW-COUNT)
           MOVE WS-NEXT-CHANGE-NO TO WS-ROW-CHANGE-NO(WS-ROW-COUNT)
           MOVE 'N' TO WS-ROW-DROP(WS-ROW-COUNT)
           MOVE "euler.runctl" TO WS-CJ-FILE
           MOVE WS-MODE TO WS-CJ-MODE
           MOVE WS-ROW-COUNT TO WS-MATCH-IDX
           PERFORM J10-BuildAfterImage
           PERFORM J00-WriteJournal
           DISPLAY "Staged change " WS-ROW-CHANGE-NO(WS-ROW-COUNT)
             ": " FUNCTION TRIM(WS-MODE) " "
             FUNCTION TRIM(WS-ARG-PROGRAM) " effective "
             WS-ARG-EFFECTIVE ", pending approval"
           .
      ***** Approval: the change must be pending, and the approver -
      ***** already past the maintenance-permission check - must be
      ***** somebody other than the user who staged it. A refused
      ***** self-approval is logged through IncidentLog the way
      ***** UserAuth logs its own refusals.
       C40-ApproveChange.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-ROW-CHANGE-NO(WS-ROW-IDX) = WS-ARG-CHANGE-NO
               MOVE WS-ROW-IDX TO WS-MATCH-IDX
             END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
             DISPLAY "ABEND: no change " WS-ARG-CHANGE-NO " on file"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-ROW-STATE(WS-MATCH-IDX) NOT = 'P'
             DISPLAY "ABEND: change " WS-ARG-CHANGE-NO
               " is not pending approval"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-ROW-STAGED-BY(WS-MATCH-IDX) = WS-UA-USER
             DISPLAY "REFUSED: " FUNCTION TRIM(WS-UA-USER)
               " staged change " WS-ARG-CHANGE-NO
               " and may not also approve it"
             MOVE "project-euler/euler.runctl" TO WS-INC-FILE
             MOVE "--" TO WS-INC-STATUS
             MOVE SPACES TO WS-INC-MESSAGE
             STRING "self-approval refused: "
               FUNCTION TRIM(WS-UA-USER) " change "
               WS-ARG-CHANGE-NO
               DELIMITED BY SIZE INTO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-UA-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "euler.runctl" TO WS-CJ-FILE
           MOVE "APPROVE" TO WS-CJ-MODE
           PERFORM J20-BuildBeforeImage
           MOVE 'A' TO WS-ROW-STATE(WS-MATCH-IDX)
           MOVE WS-UA-USER TO WS-ROW-APPROVED-BY(WS-MATCH-IDX)
           PERFORM J10-BuildAfterImage
           PERFORM J00-WriteJournal
           DISPLAY "Approved change " WS-ARG-CHANGE-NO ": "
             FUNCTION TRIM(WS-ROW-PROGRAM(WS-MATCH-IDX))
             " effective " WS-ROW-EFFECTIVE(WS-MATCH-IDX)
           .
       D00-RewriteFile.
           PERFORM B30-MarkSuperseded
           OPEN OUTPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot rewrite run-control file "
               "(status " WS-RUNCTL-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-ROW-DROP(WS-ROW-IDX) = 'N'
               PERFORM D10-WriteOneRow
             END-IF
           END-PERFORM
           CLOSE RUNCTL-FILE
           IF WS-DROP-COUNT > 0
             DISPLAY "Dropped " WS-DROP-COUNT
               " superseded run-control rows"
           END-IF
           .
       D10-WriteOneRow.
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-ROW-PROGRAM(WS-ROW-IDX) TO RUNCTL-PROGRAM
           MOVE WS-ROW-ACTION(WS-ROW-IDX) TO RUNCTL-ACTION
           MOVE WS-ROW-PARMS(WS-ROW-IDX) TO RUNCTL-PARMS
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
             UNTIL WS-PREREQ-IDX > 5
             MOVE WS-ROW-PREREQ(WS-ROW-IDX WS-PREREQ-IDX)
               TO RUNCTL-PREREQ(WS-PREREQ-IDX)
           END-PERFORM
           MOVE WS-ROW-STATE(WS-ROW-IDX) TO RUNCTL-STATE
           MOVE WS-ROW-EFFECTIVE(WS-ROW-IDX) TO RUNCTL-EFFECTIVE
           MOVE WS-ROW-CHANGE(WS-ROW-IDX) TO RUNCTL-CHANGE
           MOVE WS-ROW-STAGED-BY(WS-ROW-IDX) TO RUNCTL-STAGED-BY
           MOVE WS-ROW-APPROVED-BY(WS-ROW-IDX) TO RUNCTL-APPROVED-BY
           MOVE WS-ROW-CHANGE-NO(WS-ROW-IDX) TO RUNCTL-CHANGE-NO
           WRITE RUNCTL-RECORD
           .
      ***** Every staging and approval goes to the shared change
      ***** journal (see chgjournal.cbl): before-image, after-image,
      ***** mode, user, timestamp.
       J00-WriteJournal.
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
       J10-BuildAfterImage.
           MOVE SPACES TO WS-CJ-AFTER
           STRING WS-ROW-CHANGE-NO(WS-MATCH-IDX) " "
             WS-ROW-STATE(WS-MATCH-IDX)
             WS-ROW-CHANGE(WS-MATCH-IDX) " "
             WS-ROW-EFFECTIVE(WS-MATCH-IDX) " "
             WS-ROW-PROGRAM(WS-MATCH-IDX) " "
             WS-ROW-ACTION(WS-MATCH-IDX) " "
             FUNCTION TRIM(WS-ROW-PARMS(WS-MATCH-IDX))
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           .
       J20-BuildBeforeImage.
           MOVE SPACES TO WS-CJ-BEFORE
           STRING WS-ROW-CHANGE-NO(WS-MATCH-IDX) " "
             WS-ROW-STATE(WS-MATCH-IDX)
             WS-ROW-CHANGE(WS-MATCH-IDX) " "
             WS-ROW-EFFECTIVE(WS-MATCH-IDX) " "
             WS-ROW-PROGRAM(WS-MATCH-IDX) " "
             WS-ROW-ACTION(WS-MATCH-IDX) " "
             FUNCTION TRIM(WS-ROW-PARMS(WS-MATCH-IDX))
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           .
      ***** Exit
       END PROGRAM RunCtlMaint.
