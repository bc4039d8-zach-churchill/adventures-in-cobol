      *            add a rule to a set (creating the set); op2 is 0
      *            for D and C rules
      *        fbrules CHANGE <set> <type> <op1> <op2> <word>
      *                [PREVIEW]
      *            replace the word (and op2) of the rule matching
      *            set, type, and first operand; PREVIEW shows the
      *            pre-check below and saves nothing
      *        fbrules DELETE <set> <type> <op1>
      *            remove that rule; deleting a set's last rule
      *            removes the set
      *    ADD validates its operands with the rules above before
      *    anything is written, so the library stays provably clean
      *    ahead of the weekly runs.
      *
      *    CHANGE pre-checks before it saves: it CALLs fizzbuzz in
      *    its COMPARE= form through the shared override table (see
      *    copybooks/EUPARMOV.cpy), the set as it stands on file as
      *    the baseline against the set as the change would leave
      *    it, over 1-100. The numbers whose words would shift, and
      *    the word-count summary, go to the console and to
      *    fun/fizzbuzz.out. A set the override table cannot carry
      *    (a name over ten characters, more than eight rules, or a
      *    range token over ten characters) is changed without the
      *    pre-check, with a note saying so; a pre-check fizzbuzz
      *    cannot run (say, a baseline set that fails its load
      *    validation) is reported and does not stop the change.
      *****************************************************************
       PROGRAM-ID. FbRules.
       ENVIRONMENT DIVISION.
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-PREVIEW PIC X(1) VALUE 'N'.
       01 WS-PREVIEW-ARG PIC X(8).
       01 WS-PRE-OK PIC X(1).
       01 WS-PRE-IDX PIC 9(2).
       01 WS-PRE-TOKEN PIC X(18).
       01 WS-PRE-OP1-EDIT PIC Z(5)9.
       01 WS-PRE-OP2-EDIT PIC Z(5)9.
       01 WS-PRE-EDIT PIC Z(5)9.
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       COPY EUPARMOV.
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
               PERFORM D00-RewriteFile
             WHEN "CHANGE"
               PERFORM C20-ChangeRule
               IF WS-PREVIEW = 'N'
                 PERFORM D00-RewriteFile
               END-IF
             WHEN "DELETE"
               PERFORM C30-DeleteRule
               PERFORM D00-RewriteFile
               GOBACK
           END-EVALUATE
           PERFORM A99-ReportElapsedTime
           IF WS-WARN-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
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
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           IF WS-MODE = "CHANGE"
             DISPLAY 7 UPON ARGUMENT-NUMBER
             MOVE SPACES TO WS-PREVIEW-ARG
             ACCEPT WS-PREVIEW-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             IF WS-PREVIEW-ARG = "PREVIEW"
               MOVE 'Y' TO WS-PREVIEW
             ELSE
               IF WS-PREVIEW-ARG NOT = SPACES
                 DISPLAY "ABEND: CHANGE takes only PREVIEW after "
                   "the word (got " FUNCTION TRIM(WS-PREVIEW-ARG) ")"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
             END-IF
           END-IF
           PERFORM A10-ValidateOperands
           .
       A10-ValidateOperands.
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM C25-PreCheckChange
           IF WS-PREVIEW = 'Y'
             DISPLAY "PREVIEW only; rule in set "
               FUNCTION TRIM(WS-ARG-SET) " not changed"
             EXIT PARAGRAPH
           END-IF
           MOVE "fizzbuzz.rules" TO WS-CJ-FILE
           MOVE "CHANGE" TO WS-CJ-MODE
           PERFORM J20-BuildBeforeImage
           PERFORM J00-WriteJournal
           DISPLAY "Changed rule in set " FUNCTION TRIM(WS-ARG-SET)
           .
      ***** Runs fizzbuzz over 1-100 with the set on file as the
      ***** COMPARE= baseline and, as the proposed rules, the set's
      ***** rows in file order with the matched row carrying the new
      ***** op2 and word - the set exactly as the change would save
      ***** it. fizzbuzz hands back the count of numbers whose words
      ***** differ in WS-EULER-RESULT.
       C25-PreCheckChange.
           MOVE 'Y' TO WS-PRE-OK
           IF WS-ARG-SET(11:2) NOT = SPACES
             MOVE 'N' TO WS-PRE-OK
           END-IF
           MOVE SPACES TO WS-EUPARM-OVERRIDE
           MOVE "1" TO WS-EUPARM-OVR-VALUE(1)
           MOVE "100" TO WS-EUPARM-OVR-VALUE(2)
           STRING "COMPARE=" WS-ARG-SET(1:10) DELIMITED BY SIZE
             INTO WS-EUPARM-OVR-VALUE(3)
           MOVE 3 TO WS-PRE-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-PRE-OK = 'N'
             IF WS-ROW-SET(WS-ROW-IDX) = WS-ARG-SET
               PERFORM C26-StagePreCheckRule
             END-IF
           END-PERFORM
           IF WS-PRE-OK = 'N'
             MOVE SPACES TO WS-EUPARM-OVERRIDE
             MOVE 0 TO WS-EUPARM-OVR-COUNT
             DISPLAY "Pre-check skipped: set "
               FUNCTION TRIM(WS-ARG-SET) " has a name over 10 "
               "characters, more than 8 rules, or a range token "
               "over 10 characters"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PRE-IDX TO WS-EUPARM-OVR-COUNT
           MOVE 0 TO WS-EULER-RESULT
           DISPLAY "Pre-check: set " FUNCTION TRIM(WS-ARG-SET)
             " on file against the change, 1-100"
           CALL "fizzbuzz"
           MOVE SPACES TO WS-EUPARM-OVERRIDE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF RETURN-CODE NOT = 0
             DISPLAY "Pre-check could not run (fizzbuzz return code "
               RETURN-CODE "); change continues unchecked"
             MOVE 0 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE WS-EULER-RESULT TO WS-PRE-EDIT
           DISPLAY "Pre-check: " FUNCTION TRIM(WS-PRE-EDIT)
             " of 100 numbers would change words"
           .
      ***** Adds one rule of the set to the override table as a
      ***** fizzbuzz operand token (3, C3, R10-19) and its word.
       C26-StagePreCheckRule.
           IF WS-PRE-IDX > 17
             MOVE 'N' TO WS-PRE-OK
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-OP1(WS-ROW-IDX) TO WS-PRE-OP1-EDIT
           MOVE WS-ROW-OP2(WS-ROW-IDX) TO WS-PRE-OP2-EDIT
           IF WS-ROW-IDX = WS-MATCH-IDX
             MOVE WS-ARG-OP2 TO WS-PRE-OP2-EDIT
           END-IF
           MOVE SPACES TO WS-PRE-TOKEN
           EVALUATE WS-ROW-TYPE(WS-ROW-IDX)
             WHEN 'C'
               STRING "C" FUNCTION TRIM(WS-PRE-OP1-EDIT)
                 DELIMITED BY SIZE INTO WS-PRE-TOKEN
             WHEN 'R'
               STRING "R" FUNCTION TRIM(WS-PRE-OP1-EDIT) "-"
                 FUNCTION TRIM(WS-PRE-OP2-EDIT)
                 DELIMITED BY SIZE INTO WS-PRE-TOKEN
             WHEN OTHER
               MOVE FUNCTION TRIM(WS-PRE-OP1-EDIT) TO WS-PRE-TOKEN
           END-EVALUATE
           IF WS-PRE-TOKEN(11:8) NOT = SPACES
             MOVE 'N' TO WS-PRE-OK
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRE-IDX
           MOVE WS-PRE-TOKEN TO WS-EUPARM-OVR-VALUE(WS-PRE-IDX)
           ADD 1 TO WS-PRE-IDX
           MOVE WS-ROW-WORD(WS-ROW-IDX)
             TO WS-EUPARM-OVR-VALUE(WS-PRE-IDX)
           IF WS-ROW-IDX = WS-MATCH-IDX
             MOVE WS-ARG-WORD TO WS-EUPARM-OVR-VALUE(WS-PRE-IDX)
           END-IF
           .
       C30-DeleteRule.
           PERFORM B10-FindRule
           IF WS-MATCH-IDX = 0
             DISPLAY "CHECK clean: " WS-ROW-COUNT " rules"
           ELSE
             DISPLAY "CHECK found " WS-WARN-COUNT " warnings"
           END-IF
           .
       C55-CheckOneRule.
