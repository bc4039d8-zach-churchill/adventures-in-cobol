      *        driftdisp DELETE <program> [parm ...]
      *            withdraw an acceptance, so the combination's
      *            drift alarms again
      *
      *    ACCEPT and DELETE need the maintenance permission (see
      *    userauth.cbl), and each is written to the shared change
      *    journal (see chgjournal.cbl) with the disposition's before
      *    and after images. A linked caller (EulerMenu's
      *    disposition work screen) supplies the operands through
      *    the EXTERNAL override table (see copybooks/EUPARMOV.cpy):
      *    mode in entry 1, program in entry 2, and the parameter
      *    string cut into 18-character pieces from entry 3 on, so
      *    a string is passed exactly as the ledger carries it
      *    whatever its token widths. The reason is still taken
      *    from the terminal. The menu CANCELs the program after
      *    each CALL, so the next one re-reads the disposition file.
      *****************************************************************
       PROGRAM-ID. DriftDisp.
       ENVIRONMENT DIVISION.
           05 DISP-STAMP PIC X(17).
           05 DISP-REASON PIC X(40).
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-DISP-STATUS-CD PIC XX.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-ARG-PARMS PIC X(60).
       01 WS-ARG-NUM PIC 9(2).
       01 WS-MORE-ARGS PIC X(1).
       01 WS-ARG-VALUE PIC X(60).
       01 WS-PARMS-PTR PIC 9(3).
       01 WS-DISP-COUNT PIC 9(3) VALUE 0.
       01 WS-DISP-TBL.
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-ANSWER PIC X(20).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-LATEST-FOUND PIC X(1) VALUE 'N'.
       01 WS-LATEST-ANSWER PIC 9(20).
       01 WS-LATEST-STAMP PIC X(17).
       01 WS-REASON-LINE PIC X(40).
       01 WS-USER-ID PIC X(12).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "DriftDisp".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-CJ-IMAGE PIC X(100).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARMOV.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           IF WS-MODE NOT = "LIST"
             PERFORM A03-CheckMaintAuth
           END-IF
           PERFORM A10-CaptureUser
           PERFORM B00-LoadDispositions
           EVALUATE WS-MODE
             WHEN "ACCEPT"
               PERFORM C10-AcceptDrift
               PERFORM D00-RewriteFile
               PERFORM J00-WriteJournal
             WHEN "DELETE"
               PERFORM C20-DeleteDisposition
               PERFORM D00-RewriteFile
               PERFORM J00-WriteJournal
             WHEN OTHER
               DISPLAY "ABEND: mode must be LIST, ACCEPT, or DELETE "
                 "(got " FUNCTION TRIM(WS-MODE) ")"
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
           .
      ***** Accepting and withdrawing change the baseline LedgerWriter
      ***** alarms against; the user must hold the maintenance
      ***** permission.
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
      ***** values from argument 3 are joined with single spaces into
      ***** the combination's parameter string, exactly as the ledger
      ***** carries it - the same trailing-argument convention
      ***** ExpMaint's DELETE mode uses. A linked caller's operands
      ***** come from the override table instead (A06).
       A05-GetParameters.
           IF WS-EUPARM-OVR-COUNT > 0
             PERFORM A06-GetOverrideParameters
             EXIT PARAGRAPH
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
             END-IF
           END-PERFORM
           .
      ***** The parameter string's 18-character pieces are laid end
      ***** to end, trailing spaces and all, which rebuilds it
      ***** character for character.
       A06-GetOverrideParameters.
           MOVE WS-EUPARM-OVR-VALUE(1) TO WS-MODE
           IF WS-MODE = SPACES
             MOVE "LIST" TO WS-MODE
           END-IF
           MOVE SPACES TO WS-ARG-PROGRAM
           MOVE SPACES TO WS-ARG-PARMS
           IF WS-MODE = "LIST"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-EUPARM-OVR-VALUE(2) TO WS-ARG-PROGRAM
           IF WS-ARG-PROGRAM = SPACES
             DISPLAY "ABEND: PROGRAM operand is required"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 1 TO WS-PARMS-PTR
           PERFORM VARYING WS-ARG-NUM FROM 3 BY 1
             UNTIL WS-ARG-NUM > WS-EUPARM-OVR-COUNT
             OR WS-PARMS-PTR > 60
             STRING WS-EUPARM-OVR-VALUE(WS-ARG-NUM)
               DELIMITED BY SIZE
               INTO WS-ARG-PARMS WITH POINTER WS-PARMS-PTR
             END-STRING
           END-PERFORM
           .
      ***** The accepting user comes from the runtime environment,
      ***** the same USER/LOGNAME lookup LedgerWriter records on
      ***** every ledger line.
             GOBACK
           END-IF
           PERFORM B10-FindDisposition
           MOVE SPACES TO WS-CJ-BEFORE
           IF WS-MATCH-IDX > 0
             PERFORM J10-BuildImage
             MOVE WS-CJ-IMAGE TO WS-CJ-BEFORE
           END-IF
           IF WS-MATCH-IDX = 0
             IF WS-DISP-COUNT >= 100
               DISPLAY "ABEND: disposition file is full (100)"
           STRING WS-RUN-DATE "-" WS-RUN-TIME
             DELIMITED BY SIZE INTO WS-DISP-WHEN(WS-MATCH-IDX)
           MOVE WS-REASON-LINE TO WS-DISP-WHY(WS-MATCH-IDX)
           PERFORM J10-BuildImage
           MOVE WS-CJ-IMAGE TO WS-CJ-AFTER
           DISPLAY "Accepted: "
             FUNCTION TRIM(WS-ARG-PROGRAM) " "
             FUNCTION TRIM(WS-ARG-PARMS)
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM J10-BuildImage
           MOVE WS-CJ-IMAGE TO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           PERFORM VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
             UNTIL WS-SHIFT-IDX >= WS-DISP-COUNT
             MOVE WS-DISP-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           CLOSE DISP-FILE
           .
      ***** Every change goes to the shared change journal (see
      ***** chgjournal.cbl): the disposition as it stood and as it
      ***** now stands, in the form LIST shows it.
       J00-WriteJournal.
           MOVE "euler.driftdisp" TO WS-CJ-FILE
           MOVE WS-MODE TO WS-CJ-MODE
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
       J10-BuildImage.
           MOVE SPACES TO WS-CJ-IMAGE
           MOVE WS-DISP-ANS(WS-MATCH-IDX) TO WS-ANSWER-EDIT
           STRING FUNCTION TRIM(WS-DISP-PGM(WS-MATCH-IDX)) " "
             FUNCTION TRIM(WS-DISP-PARMSTR(WS-MATCH-IDX))
             " accepted=" FUNCTION TRIM(WS-ANSWER-EDIT)
             " by=" FUNCTION TRIM(WS-DISP-WHO(WS-MATCH-IDX))
             " reason=" FUNCTION TRIM(WS-DISP-WHY(WS-MATCH-IDX))
             DELIMITED BY SIZE INTO WS-CJ-IMAGE
           .
      ***** Exit
       END PROGRAM DriftDisp.
