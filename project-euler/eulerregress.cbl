      *        columns 94-101 elapsed budget, hundredths of seconds,
      *                       zero or blank = no budget (maintained
      *                       through expmaint like the other fields)
      *        columns 102-161 expected wide answer, digit text -
      *                       blank for an ordinary case; when
      *                       present the case is checked against the
      *                       text-form answer channel (see
      *                       copybooks/EUANSWER.cpy) instead of the
      *                       20-digit field, digit for digit, so an
      *                       answer past 20 digits is checked whole
      *
      *    A case with a budget is timed around its CALL: a right
      *    answer that ran past its budget reports SLOW instead of
      *    unit: compile together with problem1.cbl through
      *    problem11.cbl and the shared modules (ledgerwriter,
      *    incidentlog, ckptmgr, parmcheck, reportformat,
      *    reportversion, statuswriter, primetest, primedemand) in
      *    one cobc -x invocation, eulerregress.cbl listed first so
      *    it becomes the executable's entry point.
      *
      *    Every case is computed afresh: the shared result-reuse
      *    check (see resultreuse.cbl) is switched off through
      *    copybooks/EUREUSE.cpy around each CALL, so a regression
      *    is never hidden behind an answer that was only looked up.
      *****************************************************************
       PROGRAM-ID. EulerRegress.
       ENVIRONMENT DIVISION.
           05 EXPECT-ANSWER PIC 9(20).
           05 EXPECT-SKIP PIC X(1).
           05 EXPECT-BUDGET-X PIC X(8).
           05 EXPECT-WIDE PIC X(60).
       FD REGRESS-RPT-FILE.
       01 REGRESS-RPT-LINE PIC X(100).
       FD CHECK-RPT-FILE.
           05 REG-LONG-FLAG PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       COPY EUANSWER.
       01 WS-EXPECT-STATUS-CD PIC XX.
       01 EOF-EXPECT-FILE PIC X VALUE 'N'.
       01 WS-EXPECT-COUNT PIC 9(3) VALUE 0.
       01 WS-EXPECT-TBL.
           05 WS-EXPECT-ENTRY OCCURS 200 TIMES.
               10 WS-EXPECT-PROGRAM PIC X(12).
               10 WS-EXPECT-PARMS PIC X(60).
               10 WS-EXPECT-ANSWER PIC 9(20).
               10 WS-EXPECT-SKIP PIC X(1).
               10 WS-EXPECT-BUDGET PIC 9(8).
               10 WS-EXPECT-WIDE PIC X(60).
       01 WS-EXPECT-IDX PIC 9(3).
       01 WS-ACTUAL-WIDE PIC X(60).
       01 WS-SIG-IN PIC X(60).
       01 WS-SIG-OUT PIC X(60).
       01 WS-SIG-EXPECT PIC X(60).
       01 WS-SIG-FIRST PIC 9(2).
       01 WS-SIG-LAST PIC 9(2).
       01 WS-SIG-IDX PIC 9(2).
       01 WS-SLOW-COUNT PIC 9(3) VALUE 0.
       01 WS-SLOW-LIMIT PIC 9(2) VALUE 99.
       01 WS-SLOW-ARMED PIC X(1) VALUE 'N'.
       01 WS-CG-KEY PIC X(24).
       01 WS-LINE-WORK PIC X(100).
       01 WS-ACTUAL-EDIT PIC Z(19)9.
       01 WS-EXPECT-EDIT PIC Z(19)9.
       01 WS-PASS-COUNT PIC 9(3) VALUE 0.
       01 WS-FAIL-COUNT PIC 9(3) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(3) VALUE 0.
       01 WS-RESULT-CD PIC X(4).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-CHECK-RPT-NAME PIC X(100).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 EOF-REGISTRY-FILE PIC X.
       01 WS-REG-MAX PIC 9(2) VALUE 50.
       01 WS-REG-COUNT PIC 9(2) VALUE 0.
       01 WS-REG-TBL.
           05 WS-REG-PROGRAM PIC X(12) OCCURS 50 TIMES.
       01 WS-REG-IDX PIC 9(2).
       01 WS-REG-FOUND PIC X(1).
       COPY EURUNID.
       01 WS-SL-GRANTED PIC X(1).
       COPY EUORIGIN.
       COPY EUPARMOV.
       COPY EUREUSE.
       01 WS-SAVED-FORCE PIC X(1).
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
             READ REGISTRY-FILE
               AT END MOVE 'Y' TO EOF-REGISTRY-FILE
               NOT AT END
                 IF REG-PROGRAM NOT = SPACES
                   AND WS-REG-COUNT >= WS-REG-MAX
                   DISPLAY "WARNING: registry table full at "
                     WS-REG-MAX " programs; "
                     FUNCTION TRIM(REG-PROGRAM) " not loaded"
                 END-IF
                 IF REG-PROGRAM NOT = SPACES
                   AND WS-REG-COUNT < WS-REG-MAX
                   ADD 1 TO WS-REG-COUNT
                   MOVE REG-PROGRAM TO WS-REG-PROGRAM(WS-REG-COUNT)
                 END-IF
             READ EXPECT-FILE
               AT END MOVE 'Y' TO EOF-EXPECT-FILE
               NOT AT END
                 IF WS-EXPECT-COUNT >= 200
                   EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-EXPECT-COUNT
                 ELSE
                   MOVE 0 TO WS-EXPECT-BUDGET(WS-EXPECT-COUNT)
                 END-IF
                 MOVE EXPECT-WIDE TO
                   WS-EXPECT-WIDE(WS-EXPECT-COUNT)
             END-READ
           END-PERFORM
           CLOSE EXPECT-FILE
      ***** the answer it leaves in WS-EULER-RESULT against the
      ***** expected value. A case flagged S is reported and skipped
      ***** without running.
      ***** The program is CANCELled after the CALL, as in
      ***** EulerDriver's B00-RunStep, so the next CALL starts fresh.
       B00-RunCheck.
           IF WS-EXPECT-SKIP(WS-EXPECT-IDX) = 'S'
             MOVE "SKIP" TO WS-RESULT-CD
           END-IF
           PERFORM B05-SetOverrides
           MOVE 0 TO WS-EULER-RESULT
           MOVE SPACES TO WS-EULER-ANSWER
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-CS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CS-TIME FROM TIME
           MOVE WS-REUSE-FORCE TO WS-SAVED-FORCE
           MOVE 'Y' TO WS-REUSE-FORCE
           CALL WS-EXPECT-PROGRAM(WS-EXPECT-IDX)
           CANCEL WS-EXPECT-PROGRAM(WS-EXPECT-IDX)
           MOVE WS-SAVED-FORCE TO WS-REUSE-FORCE
           ACCEPT WS-CE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CE-TIME FROM TIME
           PERFORM B10-ComputeCaseElapsed
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           PERFORM B15-CompareAnswer
           IF WS-RESULT-CD = "PASS"
             ADD 1 TO WS-PASS-COUNT
             IF WS-EXPECT-BUDGET(WS-EXPECT-IDX) > 0
               AND WS-CASE-ELAPSED >
               ADD 1 TO WS-SLOW-COUNT
             END-IF
           ELSE
             ADD 1 TO WS-FAIL-COUNT
           END-IF
           MOVE WS-EULER-RESULT TO WS-ACTUAL-EDIT
           MOVE WS-EXPECT-ANSWER(WS-EXPECT-IDX) TO WS-EXPECT-EDIT
           PERFORM C00-WriteCheckLine
           .
      ***** An ordinary case compares the 20-digit result as it
      ***** always has. A case carrying an expected wide answer
      ***** compares significant digits against the text channel
      ***** instead - falling back to the 20-digit result when the
      ***** program left the channel blank - so leading zeros on
      ***** either side never decide the outcome.
       B15-CompareAnswer.
           MOVE "FAIL" TO WS-RESULT-CD
           MOVE SPACES TO WS-ACTUAL-WIDE
           IF WS-EXPECT-WIDE(WS-EXPECT-IDX) = SPACES
             IF WS-EULER-RESULT = WS-EXPECT-ANSWER(WS-EXPECT-IDX)
               MOVE "PASS" TO WS-RESULT-CD
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF WS-EULER-ANSWER = SPACES
             OR WS-EULER-ANSWER = LOW-VALUES
             MOVE WS-EULER-RESULT TO WS-SIG-IN
           ELSE
             MOVE WS-EULER-ANSWER TO WS-SIG-IN
           END-IF
           PERFORM B17-SignificantDigits
           MOVE WS-SIG-OUT TO WS-ACTUAL-WIDE
           MOVE WS-EXPECT-WIDE(WS-EXPECT-IDX) TO WS-SIG-IN
           PERFORM B17-SignificantDigits
           MOVE WS-SIG-OUT TO WS-SIG-EXPECT
           IF WS-ACTUAL-WIDE = WS-SIG-EXPECT
             MOVE "PASS" TO WS-RESULT-CD
           END-IF
           .
      ***** WS-SIG-IN's digits from the first non-zero one to the
      ***** last digit, left-justified in WS-SIG-OUT ("0" for zero).
       B17-SignificantDigits.
           MOVE 0 TO WS-SIG-FIRST
           MOVE 0 TO WS-SIG-LAST
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
             UNTIL WS-SIG-IDX > 60
             IF WS-SIG-IN(WS-SIG-IDX:1) IS NUMERIC
               MOVE WS-SIG-IDX TO WS-SIG-LAST
               IF WS-SIG-FIRST = 0
                 AND WS-SIG-IN(WS-SIG-IDX:1) NOT = "0"
                 MOVE WS-SIG-IDX TO WS-SIG-FIRST
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-SIG-OUT
           IF WS-SIG-FIRST = 0
             MOVE "0" TO WS-SIG-OUT
           ELSE
             MOVE WS-SIG-IN(WS-SIG-FIRST:
               WS-SIG-LAST - WS-SIG-FIRST + 1) TO WS-SIG-OUT
           END-IF
           .
      ***** The case's own wall-clock elapsed time, measured around
      ***** the CALL with the same day-number arithmetic the
      ***** suite-wide timing uses, so a case that crosses midnight
           END-IF
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(REGRESS-RPT-LINE)
           IF WS-EXPECT-WIDE(WS-EXPECT-IDX) NOT = SPACES
             AND WS-RESULT-CD NOT = "SKIP"
             PERFORM C05-WriteWideLines
           END-IF
           .
      ***** A wide case's answers are too long for the check line,
      ***** so they follow it on lines of their own.
       C05-WriteWideLines.
           MOVE SPACES TO REGRESS-RPT-LINE
           STRING "      expected wide=" FUNCTION TRIM(WS-SIG-EXPECT)
             DELIMITED BY SIZE INTO REGRESS-RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(REGRESS-RPT-LINE)
           MOVE SPACES TO REGRESS-RPT-LINE
           STRING "      actual wide=  " FUNCTION TRIM(WS-ACTUAL-WIDE)
             DELIMITED BY SIZE INTO REGRESS-RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(REGRESS-RPT-LINE)
           .
       A90-DisplaySummary.
           DISPLAY " "
