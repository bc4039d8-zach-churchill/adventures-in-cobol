      *    Each search also tracks its closest non-palindrome "near
      *    miss": the product, among all those checked, whose value is
      *    nearest to its own digit-reversal without matching it.
      *
      *    An optional BASE= token among the width specs names the
      *    number base (or bases) the palindrome test is made in,
      *    a single base from 2 to 16 or a list split by slashes:
      *        problem4 3 2x4 BASE=2/16
      *    A product then counts only when it reads the same both
      *    ways written in every base listed, and the near miss is
      *    the product whose worst base comes closest - its distance
      *    is the largest gap between the product and its reversal
      *    across the bases. The results table writes each winning
      *    product out in every base requested. The same bases apply
      *    to every width spec in the run; with no BASE= token the
      *    test is in base 10 and the report is exactly as before.
      *****************************************************************
       PROGRAM-ID. Problem4.
       ENVIRONMENT DIVISION.
       01 WS-WIDTH-PTR PIC 9(3).
       01 WS-WIDTH-EDIT PIC Z9.
       01 WS-BEST-IDX PIC 9(2).
       01 WS-BASE-COUNT PIC 9(1) VALUE 0.
       01 WS-BASE-TBL.
           05 WS-BASE OCCURS 6 TIMES PIC 9(2).
       01 WS-BASE-IDX PIC 9(1).
       01 WS-BASE-SCAN PIC 9(1).
       01 WS-BASE-SHOWN PIC X(1) VALUE 'N'.
       01 WS-BASE-PART-TBL.
           05 WS-BASE-PART OCCURS 7 TIMES PIC X(8).
       01 WS-BASE-PART-IDX PIC 9(1).
       01 WS-BASE-DUP PIC X(1).
       01 WS-BASE-LIST PIC X(20).
       01 WS-BASE-PTR PIC 9(3).
       01 WS-BASE-EDIT PIC Z9.
       01 WS-BASE-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-WORK-VALUE PIC 9(12).
       01 WS-WORK-QUOT PIC 9(12).
       01 WS-WORK-DIGIT PIC 9(2).
       01 WS-REV-VALUE PIC 9(14).
       01 WS-BASE-DIFF PIC 9(14).
       01 WS-WORST-DIFF PIC 9(14).
       01 WS-WORST-BASE PIC 9(2).
       01 WS-NEARMISS-BASE PIC 9(2).
       01 WS-RENDER-VALUE PIC 9(12).
       01 WS-RENDER-TEXT PIC X(40).
       01 WS-RENDER-POS PIC 9(2).
       01 WS-RESULT-TBL.
           05 WS-RESULT-ENTRY OCCURS 10 TIMES.
               10 WS-RESULT-WIDTH-I PIC 9(2).
               10 WS-RESULT-NM-PRODUCT PIC 9(12).
               10 WS-RESULT-NM-DIFF PIC 9(12).
               10 WS-RESULT-NM-FOUND PIC 9(1).
               10 WS-RESULT-NM-BASE PIC 9(2).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem4".
       01 WS-LEDGER-PARMS PIC X(60).
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
       01 WS-PAGED-LINE PIC X(80).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
           PERFORM C20-SelectHeadlineAnswer
           PERFORM H00-BuildWidthList
           MOVE SPACES TO WS-LEDGER-PARMS
           IF WS-BASE-SHOWN = 'Y'
             STRING "DIGIT-WIDTHS=" FUNCTION TRIM(WS-WIDTH-LIST)
               " BASE=" FUNCTION TRIM(WS-BASE-LIST)
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           ELSE
             STRING "DIGIT-WIDTHS=" FUNCTION TRIM(WS-WIDTH-LIST)
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           END-IF
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
      ***** CALL (see copybooks/EUPARMOV.cpy) or, for a standalone
      ***** run, from the trailing command-line arguments the same
      ***** way as always; with none given, the side-by-side default
      ***** of 2 and 3 is used. A BASE= token is picked out of the
      ***** same list wherever it falls; without one the palindrome
      ***** test stays in base 10.
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           IF WS-EUPARM-OVR-COUNT > 0
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
             UNTIL WS-STAGE-IDX > WS-STAGED-COUNT
             OR WS-WIDTH-COUNT >= 10
             IF EUPARM-VALUE(WS-STAGE-IDX)(1:5) = "BASE="
               PERFORM A09-ParseBaseList
             ELSE
               IF EUPARM-VALUE(WS-STAGE-IDX) NOT = SPACES
                 PERFORM A08-ParseWidthSpec
               END-IF
             END-IF
           END-PERFORM
           IF WS-BASE-COUNT = 0
             MOVE 1 TO WS-BASE-COUNT
             MOVE 10 TO WS-BASE(1)
           END-IF
           IF WS-BASE-COUNT > 1 OR WS-BASE(1) NOT = 10
             MOVE 'Y' TO WS-BASE-SHOWN
           END-IF
           PERFORM H05-BuildBaseList
           IF WS-WIDTH-COUNT = 0
             MOVE 2 TO WS-WIDTH-COUNT
             MOVE 2 TO WS-WIDTH-I(1)
             MOVE WS-PC-NUMBER TO WS-WIDTH-J(WS-WIDTH-COUNT)
           END-IF
           .
      ***** BASE=2/8/16: up to six bases split by slashes, each one
      ***** checked as a number here (the 2-16 range is enforced with
      ***** the width limits in A10-ValidateParameters). A base named
      ***** twice is only tested once.
       A09-ParseBaseList.
           MOVE SPACES TO WS-BASE-PART-TBL
           UNSTRING EUPARM-VALUE(WS-STAGE-IDX)(6:13) DELIMITED BY "/"
             INTO WS-BASE-PART(1) WS-BASE-PART(2) WS-BASE-PART(3)
               WS-BASE-PART(4) WS-BASE-PART(5) WS-BASE-PART(6)
               WS-BASE-PART(7)
           IF WS-BASE-PART(1) = SPACES OR WS-BASE-PART(7) NOT = SPACES
             DISPLAY "ABEND: BASE '"
               FUNCTION TRIM(EUPARM-VALUE(WS-STAGE-IDX))
               "' must list one to six bases split by /"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 0 TO WS-BASE-COUNT
           PERFORM VARYING WS-BASE-PART-IDX FROM 1 BY 1
             UNTIL WS-BASE-PART-IDX > 6
             OR WS-BASE-PART(WS-BASE-PART-IDX) = SPACES
             MOVE WS-BASE-PART(WS-BASE-PART-IDX) TO WS-PC-VALUE
             CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
             IF WS-PC-OK = 'N'
               DISPLAY "ABEND: BASE '"
                 FUNCTION TRIM(WS-BASE-PART(WS-BASE-PART-IDX))
                 "' is not a valid number base"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE 'N' TO WS-BASE-DUP
             PERFORM VARYING WS-BASE-SCAN FROM 1 BY 1
               UNTIL WS-BASE-SCAN > WS-BASE-COUNT
               IF WS-BASE(WS-BASE-SCAN) = WS-PC-NUMBER
                 MOVE 'Y' TO WS-BASE-DUP
               END-IF
             END-PERFORM
             IF WS-BASE-DUP = 'N'
               ADD 1 TO WS-BASE-COUNT
               IF WS-PC-NUMBER > 99
                 MOVE 99 TO WS-BASE(WS-BASE-COUNT)
               ELSE
                 MOVE WS-PC-NUMBER TO WS-BASE(WS-BASE-COUNT)
               END-IF
             END-IF
           END-PERFORM
           .
       A06-StageOverrides.
           MOVE WS-EUPARM-OVR-COUNT TO WS-STAGED-COUNT
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
      ***** 9(12)) without silent truncation: the two widths together
      ***** may not exceed twelve digits of product, and neither may
      ***** be zero. See problem2.cbl's A10-ValidateParameters for
      ***** the same pattern. Each number base must be one the
      ***** digit set 0-9, A-F can write, 2 through 16.
       A10-ValidateParameters.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
             UNTIL WS-BASE-IDX > WS-BASE-COUNT
             IF WS-BASE(WS-BASE-IDX) < 2 OR WS-BASE(WS-BASE-IDX) > 16
               DISPLAY "ABEND: number base " WS-BASE(WS-BASE-IDX)
                 " is outside 2-16; choose bases from 2 to 16 and "
                 "rerun."
               MOVE SPACES TO WS-INC-FILE
               MOVE SPACES TO WS-INC-STATUS
               MOVE "number base outside 2-16" TO WS-INC-MESSAGE
               CALL "IncidentLog" USING WS-LEDGER-PROGRAM
                 WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-PERFORM
           PERFORM VARYING WS-VALIDATE-IDX FROM 1 BY 1
             UNTIL WS-VALIDATE-IDX > WS-WIDTH-COUNT
             IF WS-WIDTH-I(WS-VALIDATE-IDX) = 0
             WS-RESULT-NM-PRODUCT(WS-WIDTH-IDX)
           MOVE WS-NEARMISS-DIFF TO WS-RESULT-NM-DIFF(WS-WIDTH-IDX)
           MOVE WS-NEARMISS-FOUND TO WS-RESULT-NM-FOUND(WS-WIDTH-IDX)
           MOVE WS-NEARMISS-BASE TO WS-RESULT-NM-BASE(WS-WIDTH-IDX)
           .
      ***** Search from the top down instead of the bottom up: once
      ***** I's best possible product (I times UPPER-BOUND) can no
             END-PERFORM
           END-PERFORM
           .
      ***** The product is reversed digit by digit in each base
      ***** requested (C05-ReverseInBase), so leading zeros never
      ***** come into it: a product narrower than the working fields
      ***** (e.g. 100) is tested against its own digits only. It is
      ***** a palindrome when it equals its reversal in every base.
      ***** A product that misses is measured by its worst base - the
      ***** largest gap between it and its reversal - and checked
      ***** against the closest miss recorded so far for this width,
      ***** so the results table can call out how close the search
      ***** came. In base 10 alone that gap is just the distance
      ***** from the product's own digit-reversal, as always.
       C00-IsPalindrome.
           MOVE 0 TO WS-WORST-DIFF
           MOVE WS-BASE(1) TO WS-WORST-BASE
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
             UNTIL WS-BASE-IDX > WS-BASE-COUNT
             PERFORM C05-ReverseInBase
             IF WS-BASE-DIFF > WS-WORST-DIFF
               MOVE WS-BASE-DIFF TO WS-WORST-DIFF
               MOVE WS-BASE(WS-BASE-IDX) TO WS-WORST-BASE
             END-IF
           END-PERFORM
           IF WS-WORST-DIFF = 0
             MOVE SPACES TO RPT-LINE
             STRING "Palindrome: " PRODUCT "  (" I " x " J ")"
               DELIMITED BY SIZE INTO RPT-LINE
               MOVE J TO BEST-J
             END-IF
           ELSE
             IF WS-WORST-DIFF < WS-NEARMISS-DIFF
               MOVE WS-WORST-DIFF TO WS-NEARMISS-DIFF
               MOVE PRODUCT TO WS-NEARMISS-PRODUCT
               MOVE I TO WS-NEARMISS-I
               MOVE J TO WS-NEARMISS-J
               MOVE WS-WORST-BASE TO WS-NEARMISS-BASE
               MOVE 1 TO WS-NEARMISS-FOUND
             END-IF
           END-IF
           .
      ***** Peels PRODUCT's digits off in WS-BASE(WS-BASE-IDX), lowest
      ***** first, and builds them back up in the opposite order, so
      ***** WS-REV-VALUE is the product with its digits in that base
      ***** reversed. The reversal can run past the product's own
      ***** width in the small bases, hence the wider fields.
       C05-ReverseInBase.
           MOVE PRODUCT TO WS-WORK-VALUE
           MOVE 0 TO WS-REV-VALUE
           PERFORM UNTIL WS-WORK-VALUE = 0
             DIVIDE WS-WORK-VALUE BY WS-BASE(WS-BASE-IDX)
               GIVING WS-WORK-QUOT REMAINDER WS-WORK-DIGIT
             COMPUTE WS-REV-VALUE =
               WS-REV-VALUE * WS-BASE(WS-BASE-IDX) + WS-WORK-DIGIT
             MOVE WS-WORK-QUOT TO WS-WORK-VALUE
           END-PERFORM
           IF WS-REV-VALUE > PRODUCT
             COMPUTE WS-BASE-DIFF = WS-REV-VALUE - PRODUCT
           ELSE
             COMPUTE WS-BASE-DIFF = PRODUCT - WS-REV-VALUE
           END-IF
           .
      ***** Writes WS-RENDER-VALUE out in WS-BASE(WS-BASE-IDX) using
      ***** the digits 0-9 then A-F, filled from the right of
      ***** WS-RENDER-TEXT; WS-RENDER-POS is left on the position
      ***** just before the leading digit.
       C15-RenderInBase.
           MOVE SPACES TO WS-RENDER-TEXT
           MOVE 40 TO WS-RENDER-POS
           MOVE WS-RENDER-VALUE TO WS-WORK-VALUE
           IF WS-WORK-VALUE = 0
             MOVE "0" TO WS-RENDER-TEXT(40:1)
             MOVE 39 TO WS-RENDER-POS
           END-IF
           PERFORM UNTIL WS-WORK-VALUE = 0
             DIVIDE WS-WORK-VALUE BY WS-BASE(WS-BASE-IDX)
               GIVING WS-WORK-QUOT REMAINDER WS-WORK-DIGIT
             MOVE WS-BASE-DIGITS(WS-WORK-DIGIT + 1:1)
               TO WS-RENDER-TEXT(WS-RENDER-POS:1)
             SUBTRACT 1 FROM WS-RENDER-POS
             MOVE WS-WORK-QUOT TO WS-WORK-VALUE
           END-PERFORM
           .
      ***** Writes the side-by-side results table, one line per width
      ***** requested, to both the report and the console. When bases
      ***** other than plain base 10 were asked for, the table opens
      ***** with the base list and each result is followed by the
      ***** product written out in every one of those bases; the near
      ***** miss then names the base it came furthest from reading
      ***** the same both ways in.
       C10-WriteResultsTable.
           IF WS-BASE-SHOWN = 'Y'
             MOVE SPACES TO RPT-LINE
             STRING "Bases: " FUNCTION TRIM(WS-BASE-LIST)
               " (palindromic in every base listed)"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Widths  Largest-Palindrome  Factors"
             DELIMITED BY SIZE INTO RPT-LINE
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             IF WS-BASE-SHOWN = 'Y'
               AND WS-RESULT-PALINDROME(WS-WIDTH-IDX) > 0
               PERFORM C12-WriteBaseLines
             END-IF
             IF WS-RESULT-NM-FOUND(WS-WIDTH-IDX) = 1
               MOVE SPACES TO RPT-LINE
               IF WS-BASE-SHOWN = 'Y'
                 MOVE WS-RESULT-NM-BASE(WS-WIDTH-IDX) TO WS-BASE-EDIT
                 STRING "  Nearest miss: "
                   WS-RESULT-NM-PRODUCT(WS-WIDTH-IDX) "  (off by "
                   WS-RESULT-NM-DIFF(WS-WIDTH-IDX) " in base "
                   FUNCTION TRIM(WS-BASE-EDIT) ")"
                   DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                 STRING "  Nearest miss: "
                   WS-RESULT-NM-PRODUCT(WS-WIDTH-IDX) "  (off by "
                   WS-RESULT-NM-DIFF(WS-WIDTH-IDX)
                   " from its own reverse)"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               PERFORM A97-WritePagedLine
               DISPLAY FUNCTION TRIM(RPT-LINE)
             END-IF
           END-PERFORM
           .
      ***** One line per requested base under a width's result: the
      ***** winning product as it is written in that base.
       C12-WriteBaseLines.
           MOVE WS-RESULT-PALINDROME(WS-WIDTH-IDX) TO WS-RENDER-VALUE
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
             UNTIL WS-BASE-IDX > WS-BASE-COUNT
             PERFORM C15-RenderInBase
             MOVE WS-BASE(WS-BASE-IDX) TO WS-BASE-EDIT
             MOVE SPACES TO RPT-LINE
             STRING "        base " WS-BASE-EDIT ": "
               WS-RENDER-TEXT(WS-RENDER-POS + 1:40 - WS-RENDER-POS)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-PERFORM
           .
      ***** The headline answer (the one carried to the ledger and to
      ***** EulerDriver) is the 3-digit result when it was one of the
      ***** widths requested, since that is the original problem; if
             END-IF
           END-PERFORM
           .
      ***** Renders the requested bases as a slash-separated list
      ***** (2/8/16), the same form BASE= takes on the command line,
      ***** for the ledger's PARAMETERS field and the results table.
       H05-BuildBaseList.
           MOVE SPACES TO WS-BASE-LIST
           MOVE 1 TO WS-BASE-PTR
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
             UNTIL WS-BASE-IDX > WS-BASE-COUNT
             IF WS-BASE-IDX > 1
               STRING "/" DELIMITED BY SIZE INTO WS-BASE-LIST
                 WITH POINTER WS-BASE-PTR
               END-STRING
             END-IF
             MOVE WS-BASE(WS-BASE-IDX) TO WS-BASE-EDIT
             STRING FUNCTION TRIM(WS-BASE-EDIT) DELIMITED BY SIZE
               INTO WS-BASE-LIST WITH POINTER WS-BASE-PTR
             END-STRING
           END-PERFORM
           .
      ***** Writes one detail line through the shared formatter's
      ***** page accounting: mode 'P' counts the line and hands back
      ***** a page-break block whenever a new page starts, which is
