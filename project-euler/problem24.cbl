       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Problem 24: Lexicographic Permutations
      *
      *    A permutation is an ordered arrangement of objects. If all
      *    of the permutations of 0, 1 and 2 are listed in numerical
      *    or alphabetical order - lexicographic order - they run
      *        012   021   102   120   201   210
      *    What is the millionth lexicographic permutation of the
      *    digits 0, 1, 2, 3, 4, 5, 6, 7, 8 and 9?
      *
      *    The rank, the symbol set and an optional range are
      *    supplied on the command line:
      *        problem24 [N] [symbols] [M]
      *    N defaults to 1000000 (it runs to 18 digits, the width
      *    of a staged parameter) and the symbols to 0123456789. The
      *    symbols are put into collating order first, so the set is
      *    a set - "CBA" and "ABC" list the same permutations - and
      *    must be 1-20 distinct non-blank characters. The symbol set
      *    is read off the command line wide; through the EXTERNAL
      *    override table it is one 18-character entry like any
      *    other parameter.
      *
      *    The Nth permutation is worked out directly, never by
      *    generating the N-1 before it: N-1 written in the
      *    factorial number base (digits d1 ... dn, weights
      *    (n-1)! ... 0!) picks, position by position, the d-th of
      *    the symbols still unused. The report walks that
      *    derivation one position per line.
      *
      *    Range mode: a third argument M lists permutations N
      *    through N+M on the report instead, stepping from the Nth
      *    to each next one in place (the standard next-permutation
      *    step), stopping early at the last permutation. M runs
      *    1-100000.
      *
      *    A symbol set with a repeated symbol, more than 20 symbols
      *    or an embedded blank, or an N past the last permutation
      *    (n! of them), is rejected through A10-ValidateParameters
      *    with an IncidentLog record, the way an impossible
      *    parameter is everywhere else in the suite.
      *
      *    When every symbol is a digit the permutation read as a
      *    number is the answer and goes back through
      *    WS-EULER-RESULT (2783915460 for the default run); for any
      *    other symbol set there is no number to return, so the
      *    answer is zero and the permutation itself is on the
      *    console and the report. Follows the full suite
      *    convention: WS-EULER-RESULT for the driver, LedgerWriter,
      *    ReportFormat headers on the versioned report, a registry
      *    row, and a regression case in euler.expected.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress walks its cases that way) CANCELs it after
      *    taking that RETURN-CODE, so each CALL gets N, the symbol set
      *    and the range back at their defaults each time.
      *****************************************************************
       PROGRAM-ID. Problem24.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/problem24.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 PERM-RANK PIC 9(19) VALUE 1000000.
       01 RANGE-COUNT PIC 9(6) VALUE 0.
       01 WS-RANGE-MODE PIC X(1) VALUE 'N'.
       01 WS-ARG-WIDE PIC X(80).
       01 WS-SYMBOL-SET PIC X(80) VALUE "0123456789".
       01 WS-SYMBOL-COUNT PIC 9(2).
       01 WS-SYMBOL-TBL.
           05 WS-SYMBOL PIC X(1) OCCURS 20 TIMES.
       01 WS-SYMBOL-HOLD PIC X(1).
       01 WS-FACTORIAL-TBL.
           05 WS-FACTORIAL PIC 9(19) OCCURS 21 TIMES.
       01 WS-PERM-COUNT PIC 9(19).
       01 WS-PERM-IDX-TBL.
           05 WS-PERM-IDX PIC 9(2) OCCURS 20 TIMES.
       01 WS-USED-TBL.
           05 WS-USED PIC X(1) OCCURS 20 TIMES.
       01 WS-PERM-TEXT PIC X(20).
       01 WS-NTH-TEXT PIC X(20).
       01 WS-REMAINDER PIC 9(19).
       01 WS-FB-DIGIT PIC 9(2).
       01 WS-WEIGHT PIC 9(19).
       01 WS-POS PIC 9(2).
       01 WS-IDX PIC 9(2).
       01 WS-IDX-2 PIC 9(2).
       01 WS-UNUSED-SEEN PIC 9(2).
       01 WS-SWAP-IDX PIC 9(2).
       01 WS-STEP-RANK PIC 9(19).
       01 WS-LAST-RANK PIC 9(19).
       01 WS-HAS-NEXT PIC X(1).
       01 WS-ALL-DIGITS PIC X(1).
       01 WS-DIGIT-VALUE PIC 9(1).
       01 WS-PERM-NUMBER PIC 9(20).
       01 WS-POS-EDIT PIC Z9.
       01 WS-WEIGHT-EDIT PIC Z(18)9.
       01 WS-FB-DIGIT-EDIT PIC Z9.
       01 WS-REMAINDER-EDIT PIC Z(18)9.
       01 WS-RANK-EDIT PIC Z(18)9.
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem24".
       01 WS-LEDGER-PARMS PIC X(60).
       01 WS-PARMS-PTR PIC 9(3).
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
           DISPLAY "Symbols: " WS-SYMBOL-TBL(1:WS-SYMBOL-COUNT)
             "  N: " PERM-RANK "  of " WS-PERM-COUNT
           PERFORM D00-OpenReport
           PERFORM C00-FindPermutation
           PERFORM C30-AnswerValue
           DISPLAY "Permutation " PERM-RANK ": "
             WS-PERM-TEXT(1:WS-SYMBOL-COUNT)
           IF WS-RANGE-MODE = 'Y'
             PERFORM C10-ListRange
             DISPLAY "Listed permutations " PERM-RANK " through "
               WS-LAST-RANK
           END-IF
           PERFORM D90-CloseReport
           MOVE SPACES TO WS-LEDGER-PARMS
           MOVE PERM-RANK TO WS-RANK-EDIT
           MOVE 1 TO WS-PARMS-PTR
           STRING "N=" FUNCTION TRIM(WS-RANK-EDIT)
             " SYMBOLS=" WS-SYMBOL-TBL(1:WS-SYMBOL-COUNT)
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
             WITH POINTER WS-PARMS-PTR
           IF WS-RANGE-MODE = 'Y'
             MOVE RANGE-COUNT TO WS-RANK-EDIT
             STRING " M=" FUNCTION TRIM(WS-RANK-EDIT)
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
               WITH POINTER WS-PARMS-PTR
           END-IF
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
      ***** N and M are staged through the shared EUPARM table (see
      ***** copybooks/EUPARM.cpy); the symbol set is read wide, the
      ***** way Problem18 reads its file name, so a set longer than
      ***** 20 can be seen - and rejected - rather than cut short. A
      ***** linked caller supplies all three through the EXTERNAL
      ***** override table instead (see copybooks/EUPARMOV.cpy).
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           MOVE SPACES TO WS-ARG-WIDE
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(1) TO EUPARM-VALUE(1)
             MOVE WS-EUPARM-OVR-VALUE(2) TO WS-ARG-WIDE
             MOVE WS-EUPARM-OVR-VALUE(3) TO EUPARM-VALUE(3)
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(1) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-WIDE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 3 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(3) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           IF EUPARM-VALUE(1) NOT = SPACES
             MOVE EUPARM-VALUE(1) TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
             IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
               DISPLAY "ABEND: N '"
                 FUNCTION TRIM(EUPARM-VALUE(1))
                 "' is not a valid positive whole number"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-PC-NUMBER TO PERM-RANK
           END-IF
           IF WS-ARG-WIDE NOT = SPACES
             MOVE WS-ARG-WIDE TO WS-SYMBOL-SET
           END-IF
           IF EUPARM-VALUE(3) NOT = SPACES
             MOVE EUPARM-VALUE(3) TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
             IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
               OR WS-PC-NUMBER > 100000
               DISPLAY "ABEND: M '"
                 FUNCTION TRIM(EUPARM-VALUE(3))
                 "' is not a whole number in 1-100000"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-PC-NUMBER TO RANGE-COUNT
             MOVE 'Y' TO WS-RANGE-MODE
           END-IF
           .
      ***** The symbol set must be 1-20 characters with no blank
      ***** inside it; it is then sorted into collating order, where
      ***** any repeated symbol lands beside its twin. n! for the
      ***** set's n bounds N. Each failure is rejected through
      ***** A15-RejectParameter, see problem2.cbl's
      ***** A10-ValidateParameters for the same pattern.
       A10-ValidateParameters.
           COMPUTE WS-IDX =
             FUNCTION LENGTH(FUNCTION TRIM(WS-SYMBOL-SET TRAILING))
           IF WS-IDX > 20
             DISPLAY "ABEND: symbol set '"
               FUNCTION TRIM(WS-SYMBOL-SET) "' has " WS-IDX
               " symbols; at most 20 are allowed"
             MOVE "symbol set has more than 20 symbols"
               TO WS-INC-MESSAGE
             PERFORM A15-RejectParameter
           END-IF
           MOVE WS-IDX TO WS-SYMBOL-COUNT
           MOVE SPACES TO WS-SYMBOL-TBL
           MOVE WS-SYMBOL-SET(1:WS-SYMBOL-COUNT) TO WS-SYMBOL-TBL
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-SYMBOL-COUNT
             IF WS-SYMBOL(WS-IDX) = SPACE
               DISPLAY "ABEND: symbol set '"
                 WS-SYMBOL-SET(1:WS-SYMBOL-COUNT)
                 "' has a blank inside it"
               MOVE "symbol set has an embedded blank"
                 TO WS-INC-MESSAGE
               PERFORM A15-RejectParameter
             END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX >= WS-SYMBOL-COUNT
             PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
               UNTIL WS-IDX-2 > WS-SYMBOL-COUNT
               IF WS-SYMBOL(WS-IDX-2) < WS-SYMBOL(WS-IDX)
                 MOVE WS-SYMBOL(WS-IDX) TO WS-SYMBOL-HOLD
                 MOVE WS-SYMBOL(WS-IDX-2) TO WS-SYMBOL(WS-IDX)
                 MOVE WS-SYMBOL-HOLD TO WS-SYMBOL(WS-IDX-2)
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX >= WS-SYMBOL-COUNT
             IF WS-SYMBOL(WS-IDX) = WS-SYMBOL(WS-IDX + 1)
               DISPLAY "ABEND: symbol '" WS-SYMBOL(WS-IDX)
                 "' appears more than once in the symbol set"
               MOVE "symbol set has a repeated symbol"
                 TO WS-INC-MESSAGE
               PERFORM A15-RejectParameter
             END-IF
           END-PERFORM
           MOVE 1 TO WS-FACTORIAL(1)
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
             COMPUTE WS-FACTORIAL(WS-IDX + 1) =
               WS-FACTORIAL(WS-IDX) * WS-IDX
           END-PERFORM
           MOVE WS-FACTORIAL(WS-SYMBOL-COUNT + 1) TO WS-PERM-COUNT
           IF PERM-RANK > WS-PERM-COUNT
             DISPLAY "ABEND: N " PERM-RANK " is past the last of the "
               WS-PERM-COUNT " permutations of "
               WS-SYMBOL-TBL(1:WS-SYMBOL-COUNT)
             MOVE "N exceeds the permutation count of the symbol set"
               TO WS-INC-MESSAGE
             PERFORM A15-RejectParameter
           END-IF
           .
       A15-RejectParameter.
           MOVE SPACES TO WS-INC-FILE
           MOVE SPACES TO WS-INC-STATUS
           CALL "IncidentLog" USING WS-LEDGER-PROGRAM
             WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
      ***** N-1 in the factorial base, most significant digit first:
      ***** at position i the weight is (n-i)!, the digit is how many
      ***** whole weights the remainder holds, and that digit picks
      ***** the (digit+1)-th symbol not yet used.
       C00-FindPermutation.
           MOVE ALL 'N' TO WS-USED-TBL
           MOVE SPACES TO WS-PERM-TEXT
           COMPUTE WS-REMAINDER = PERM-RANK - 1
           PERFORM VARYING WS-POS FROM 1 BY 1
             UNTIL WS-POS > WS-SYMBOL-COUNT
             MOVE WS-FACTORIAL(WS-SYMBOL-COUNT - WS-POS + 1)
               TO WS-WEIGHT
             DIVIDE WS-REMAINDER BY WS-WEIGHT GIVING WS-FB-DIGIT
               REMAINDER WS-REMAINDER
             MOVE 0 TO WS-UNUSED-SEEN
             PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SYMBOL-COUNT
               IF WS-USED(WS-IDX) = 'N'
                 IF WS-UNUSED-SEEN = WS-FB-DIGIT
                   EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-UNUSED-SEEN
               END-IF
             END-PERFORM
             MOVE 'Y' TO WS-USED(WS-IDX)
             MOVE WS-IDX TO WS-PERM-IDX(WS-POS)
             MOVE WS-SYMBOL(WS-IDX) TO WS-PERM-TEXT(WS-POS:1)
             IF WS-RANGE-MODE = 'N'
               PERFORM C05-WriteStep
             END-IF
           END-PERFORM
           .
       C05-WriteStep.
           MOVE WS-POS TO WS-POS-EDIT
           MOVE WS-WEIGHT TO WS-WEIGHT-EDIT
           MOVE WS-FB-DIGIT TO WS-FB-DIGIT-EDIT
           MOVE WS-REMAINDER TO WS-REMAINDER-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "      " WS-POS-EDIT "  " WS-WEIGHT-EDIT
             "     " WS-FB-DIGIT-EDIT "       " WS-SYMBOL(WS-IDX)
             "  " WS-REMAINDER-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           .
      ***** Range mode: the Nth permutation, then each next one in
      ***** turn until M more have been listed or the last
      ***** permutation (the symbols in reverse order) is reached.
      ***** The Nth is put back afterwards for the summary lines.
       C10-ListRange.
           MOVE WS-PERM-TEXT TO WS-NTH-TEXT
           MOVE PERM-RANK TO WS-STEP-RANK
           MOVE 'Y' TO WS-HAS-NEXT
           PERFORM C15-WriteRangeLine
           PERFORM UNTIL WS-STEP-RANK >= PERM-RANK + RANGE-COUNT
             OR WS-HAS-NEXT = 'N'
             PERFORM C20-NextPermutation
             IF WS-HAS-NEXT = 'Y'
               ADD 1 TO WS-STEP-RANK
               PERFORM C15-WriteRangeLine
             END-IF
           END-PERFORM
           MOVE WS-STEP-RANK TO WS-LAST-RANK
           MOVE WS-NTH-TEXT TO WS-PERM-TEXT
           IF WS-HAS-NEXT = 'N'
             MOVE SPACES TO RPT-LINE
             STRING "Last permutation reached at " WS-STEP-RANK
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           .
       C15-WriteRangeLine.
           MOVE WS-STEP-RANK TO WS-RANK-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-RANK-EDIT "  "
             WS-PERM-TEXT(1:WS-SYMBOL-COUNT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           .
      ***** Next permutation in place: find the rightmost position
      ***** whose symbol is below its right neighbour's, swap it
      ***** with the smallest larger symbol to its right, then put
      ***** the tail back in ascending order by reversing it.
       C20-NextPermutation.
           COMPUTE WS-POS = WS-SYMBOL-COUNT - 1
           PERFORM UNTIL WS-POS = 0
             OR WS-PERM-IDX(WS-POS) < WS-PERM-IDX(WS-POS + 1)
             SUBTRACT 1 FROM WS-POS
           END-PERFORM
           IF WS-POS = 0
             MOVE 'N' TO WS-HAS-NEXT
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SYMBOL-COUNT TO WS-IDX
           PERFORM UNTIL WS-PERM-IDX(WS-IDX) > WS-PERM-IDX(WS-POS)
             SUBTRACT 1 FROM WS-IDX
           END-PERFORM
           MOVE WS-PERM-IDX(WS-POS) TO WS-SWAP-IDX
           MOVE WS-PERM-IDX(WS-IDX) TO WS-PERM-IDX(WS-POS)
           MOVE WS-SWAP-IDX TO WS-PERM-IDX(WS-IDX)
           COMPUTE WS-IDX = WS-POS + 1
           MOVE WS-SYMBOL-COUNT TO WS-IDX-2
           PERFORM UNTIL WS-IDX >= WS-IDX-2
             MOVE WS-PERM-IDX(WS-IDX) TO WS-SWAP-IDX
             MOVE WS-PERM-IDX(WS-IDX-2) TO WS-PERM-IDX(WS-IDX)
             MOVE WS-SWAP-IDX TO WS-PERM-IDX(WS-IDX-2)
             ADD 1 TO WS-IDX
             SUBTRACT 1 FROM WS-IDX-2
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-SYMBOL-COUNT
             MOVE WS-SYMBOL(WS-PERM-IDX(WS-IDX))
               TO WS-PERM-TEXT(WS-IDX:1)
           END-PERFORM
           .
      ***** An all-digit permutation read as a number is the answer;
      ***** any other symbol set answers zero.
       C30-AnswerValue.
           MOVE 'Y' TO WS-ALL-DIGITS
           MOVE 0 TO WS-PERM-NUMBER
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-SYMBOL-COUNT
             IF WS-PERM-TEXT(WS-IDX:1) IS NUMERIC
               MOVE WS-PERM-TEXT(WS-IDX:1) TO WS-DIGIT-VALUE
               COMPUTE WS-PERM-NUMBER =
                 WS-PERM-NUMBER * 10 + WS-DIGIT-VALUE
             ELSE
               MOVE 'N' TO WS-ALL-DIGITS
             END-IF
           END-PERFORM
           IF WS-ALL-DIGITS = 'Y'
             MOVE WS-PERM-NUMBER TO WS-EULER-RESULT
           ELSE
             MOVE 0 TO WS-EULER-RESULT
           END-IF
           .
      ***** One report either way: the factorial-base derivation of
      ***** the Nth permutation, one position per line, or in range
      ***** mode the listing of permutations N through N+M.
       D00-OpenReport.
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
           MOVE 1 TO EURPTFMT-HDG-COUNT
           IF WS-RANGE-MODE = 'Y'
             MOVE "               Rank  Permutation" TO EURPTFMT-HDG(1)
           ELSE
             MOVE "Position               Weight  Digit  Symbol"
               TO EURPTFMT-HDG(1)
             MOVE "Remainder" TO EURPTFMT-HDG(1)(57:9)
           END-IF
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "Problem24" TO EURPTFMT-PROGRAM
           MOVE "Lexicographic Permutations" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           .
       D90-CloseReport.
           MOVE SPACES TO RPT-LINE
           STRING "Symbols: " WS-SYMBOL-TBL(1:WS-SYMBOL-COUNT)
             "  Permutations: " WS-PERM-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Permutation " PERM-RANK ": "
             WS-PERM-TEXT(1:WS-SYMBOL-COUNT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
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
       END PROGRAM Problem24.
