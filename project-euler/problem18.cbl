      *    from top to bottom.
      *
      *    The triangle file is supplied on the command line:
      *        problem18 [triangle-file] [MODE=MIN|MAX]
      *                  [THROUGH=<row>,<col>] [KBEST=<k>]
      *    and defaults to project-euler/triangle.dat.
      *
      *    The file is the shop's first triangle-shaped input - a
      *    declare-then-verify discipline Problem11 applies to
      *    grid.dat.
      *
      *    The best path is computed bottom-up (each cell takes the
      *    better of its two children), then the winning path is
      *    walked back down from the apex and reported cell by cell
      *    alongside the total. Options after the file (or in place
      *    of it, to keep the default triangle), in any order:
      *        MODE=MIN      the minimum path sum instead of the
      *                      maximum (MODE=MAX, the default)
      *        THROUGH=r,c   the best path forced through row r,
      *                      column c
      *        KBEST=k       the k best distinct paths (1-20), each
      *                      listed with its total
      *    They combine: MODE=MIN KBEST=5 THROUGH=10,4 lists the five
      *    lowest-scoring paths through that cell. Each cell keeps the
      *    k best totals of the paths running down from it, merged
      *    from its two children's lists, with a pointer to the child
      *    and rank each came from so every listed path can be walked
      *    back down; THROUGH empties every other cell of its row. The
      *    answer is always the best total - with no options, the
      *    maximum path sum exactly as before. Follows the full suite
      *    convention: WS-EULER-RESULT for the driver, LedgerWriter,
      *    ReportFormat headers on the versioned report, a registry
      *    row, and regression cases in euler.expected.
      *
      *    The triangle file is a controlled input: before it is
      *    read, DataCheck (see datacheck.cbl) holds it against its
      *    entry in the data release register, and a production run
      *    abends rather than reading a file nobody released.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress walks its cases that way) CANCELs it after
      *    taking that RETURN-CODE, so each CALL gets the file, the
      *    options and the load state back at their defaults each time.
      *****************************************************************
       PROGRAM-ID. Problem18.
       ENVIRONMENT DIVISION.
       01 WS-TRI-TBL.
           05 WS-TRI-ROW OCCURS 40 TIMES.
               10 WS-CELL PIC 9(2) OCCURS 40 TIMES.
       01 WS-KB-TBL.
           05 WS-KB-ROW OCCURS 40 TIMES.
               10 WS-KB-CELL OCCURS 40 TIMES.
                   15 WS-KB-COUNT PIC 9(2).
                   15 WS-KB-ENTRY OCCURS 20 TIMES.
                       20 WS-KB-SUM PIC 9(6).
                       20 WS-KB-STEP PIC 9(1).
                       20 WS-KB-RANK PIC 9(2).
       01 WS-PATH-MODE PIC X(3) VALUE "MAX".
       01 WS-THROUGH-MODE PIC X(1) VALUE 'N'.
       01 WS-THRU-ROW PIC 9(3) VALUE 0.
       01 WS-THRU-COL PIC 9(3) VALUE 0.
       01 WS-THRU-ROW-TEXT PIC X(18).
       01 WS-THRU-COL-TEXT PIC X(18).
       01 WS-KBEST PIC 9(2) VALUE 1.
       01 WS-KBEST-FOUND PIC 9(2) VALUE 0.
       01 WS-ARG-IDX PIC 9(2).
       01 WS-OPTION PIC X(80).
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       01 WS-LEFT-IDX PIC 9(2).
       01 WS-RIGHT-IDX PIC 9(2).
       01 WS-MERGE-COUNT PIC 9(2).
       01 WS-TAKE-LEFT PIC X(1).
       01 WS-PATH-RANK PIC 9(2).
       01 WS-NEXT-RANK PIC 9(2).
       01 WS-RANK-IDX PIC 9(2).
       01 WS-SUM-LABEL PIC X(60).
       01 WS-EDIT-ROW PIC ZZ9.
       01 WS-EDIT-COL PIC ZZ9.
       01 WS-EDIT-K PIC Z9.
       01 WS-PARMS-PTR PIC 9(3).
       01 WS-CELL-POS PIC 9(3).
       01 WS-CELL-TEXT PIC X(2).
       01 R PIC 9(3).
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-DC-MODE PIC X(1) VALUE 'V'.
       01 WS-DC-FILE PIC X(60).
       01 WS-DC-COUNT PIC 9(7).
       01 WS-DC-CHECKSUM PIC 9(10).
       01 WS-DC-RESULT PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 2.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
           PERFORM A05-GetParameters
           PERFORM B00-LoadTriangle
           PERFORM A10-ValidateShape
           PERFORM C00-ComputeBestPaths
           MOVE WS-BEST-SUM TO WS-EULER-RESULT
           PERFORM A12-BuildSumLabel
           DISPLAY FUNCTION TRIM(WS-SUM-LABEL) ": " WS-BEST-SUM
           PERFORM D00-WriteReport
           PERFORM A15-BuildLedgerParms
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
      ***** argument, read wide off the command line the same way
      ***** Problem3 reads its FILE= path; a linked caller supplies
      ***** it through the EXTERNAL override table instead (see
      ***** copybooks/EUPARMOV.cpy). The MODE=, THROUGH= and KBEST=
      ***** options may follow it, or stand in the first position to
      ***** keep the default triangle.
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1 UNTIL WS-ARG-IDX > 4
             MOVE SPACES TO WS-ARG-WIDE
             IF WS-EUPARM-OVR-COUNT > 0
               MOVE WS-EUPARM-OVR-VALUE(WS-ARG-IDX) TO WS-ARG-WIDE
             ELSE
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-WIDE FROM ARGUMENT-VALUE
                 ON EXCEPTION CONTINUE
               END-ACCEPT
             END-IF
             PERFORM A06-ApplyArgument
           END-PERFORM
           .
       A06-ApplyArgument.
           IF WS-ARG-WIDE = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ARG-WIDE) TO WS-OPTION
           EVALUATE TRUE
             WHEN WS-OPTION(1:5) = "MODE="
               IF WS-OPTION(6:) NOT = "MIN" AND
                 WS-OPTION(6:) NOT = "MAX"
                 DISPLAY "ABEND: MODE '" FUNCTION TRIM(WS-ARG-WIDE)
                   "' is not MODE=MIN or MODE=MAX"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               MOVE WS-OPTION(6:3) TO WS-PATH-MODE
             WHEN WS-OPTION(1:8) = "THROUGH="
               PERFORM A07-ParseThrough
             WHEN WS-OPTION(1:6) = "KBEST="
               MOVE WS-OPTION(7:12) TO WS-PC-VALUE
               CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER
                 WS-PC-OK
               IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
                 OR WS-PC-NUMBER > 20
                 DISPLAY "ABEND: KBEST '"
                   FUNCTION TRIM(WS-PC-VALUE)
                   "' is not a whole number in 1-20"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               MOVE WS-PC-NUMBER TO WS-KBEST
             WHEN WS-ARG-IDX = 1
               MOVE WS-ARG-WIDE TO WS-TRI-FILENAME
             WHEN OTHER
               DISPLAY "ABEND: argument '" FUNCTION TRIM(WS-ARG-WIDE)
                 "' is not MODE=, THROUGH= or KBEST="
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           .
      ***** THROUGH=<row>,<col>; the cell is held against the
      ***** triangle's shape once it is loaded (A10-ValidateShape).
       A07-ParseThrough.
           MOVE SPACES TO WS-THRU-ROW-TEXT
           MOVE SPACES TO WS-THRU-COL-TEXT
           UNSTRING WS-OPTION(9:) DELIMITED BY ","
             INTO WS-THRU-ROW-TEXT WS-THRU-COL-TEXT
           MOVE WS-THRU-ROW-TEXT TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
             OR WS-PC-NUMBER > 40
             DISPLAY "ABEND: THROUGH row '"
               FUNCTION TRIM(WS-THRU-ROW-TEXT)
               "' is not a whole number in 1-40"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO WS-THRU-ROW
           MOVE WS-THRU-COL-TEXT TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
             OR WS-PC-NUMBER > 40
             DISPLAY "ABEND: THROUGH column '"
               FUNCTION TRIM(WS-THRU-COL-TEXT)
               "' is not a whole number in 1-40"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO WS-THRU-COL
           MOVE 'Y' TO WS-THROUGH-MODE
           .
      ***** "Maximum path sum" or "Minimum path sum", naming the
      ***** forced cell when there is one - the console line and
      ***** the report line both use it.
       A12-BuildSumLabel.
           MOVE SPACES TO WS-SUM-LABEL
           IF WS-PATH-MODE = "MIN"
             MOVE "Minimum path sum" TO WS-SUM-LABEL
             MOVE "Minimum Path Sum" TO EURPTFMT-TITLE
           ELSE
             MOVE "Maximum path sum" TO WS-SUM-LABEL
             MOVE "Maximum Path Sum" TO EURPTFMT-TITLE
           END-IF
           IF WS-THROUGH-MODE = 'Y'
             MOVE WS-THRU-ROW TO WS-EDIT-ROW
             MOVE WS-THRU-COL TO WS-EDIT-COL
             STRING WS-SUM-LABEL(1:16) " through row "
               FUNCTION TRIM(WS-EDIT-ROW) " column "
               FUNCTION TRIM(WS-EDIT-COL)
               DELIMITED BY SIZE INTO WS-SUM-LABEL
           END-IF
           .
      ***** The ledger records the file and whichever options were
      ***** given, so a default run's parameters read as before.
       A15-BuildLedgerParms.
           MOVE SPACES TO WS-LEDGER-PARMS
           MOVE 1 TO WS-PARMS-PTR
           STRING "FILE=" FUNCTION TRIM(WS-TRI-FILENAME)
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
             WITH POINTER WS-PARMS-PTR
           IF WS-PATH-MODE = "MIN"
             STRING " MODE=MIN"
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
               WITH POINTER WS-PARMS-PTR
           END-IF
           IF WS-THROUGH-MODE = 'Y'
             MOVE WS-THRU-ROW TO WS-EDIT-ROW
             MOVE WS-THRU-COL TO WS-EDIT-COL
             STRING " THROUGH=" FUNCTION TRIM(WS-EDIT-ROW) ","
               FUNCTION TRIM(WS-EDIT-COL)
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
               WITH POINTER WS-PARMS-PTR
           END-IF
           IF WS-KBEST > 1
             MOVE WS-KBEST TO WS-EDIT-K
             STRING " KBEST=" FUNCTION TRIM(WS-EDIT-K)
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
               WITH POINTER WS-PARMS-PTR
           END-IF
           .
      ***** The header record declares the row count; detail row r
      ***** loads exactly r fixed 3-column cells, validated numeric
      ***** as they land.
       B00-LoadTriangle.
           MOVE WS-TRI-FILENAME TO WS-DC-FILE
           CALL "DataCheck" USING WS-DC-MODE WS-LEDGER-PROGRAM
             WS-DC-FILE WS-DC-COUNT WS-DC-CHECKSUM WS-DC-RESULT
           IF WS-DC-RESULT = 'N'
             DISPLAY "ABEND: triangle file refused for production use"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT TRI-FILE
           IF WS-TRI-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open triangle file "
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-THROUGH-MODE = 'Y'
             AND (WS-THRU-ROW > TRI-ROWS OR WS-THRU-COL > WS-THRU-ROW)
             DISPLAY "ABEND: THROUGH row " WS-THRU-ROW " column "
               WS-THRU-COL " is not a cell of the " TRI-ROWS
               "-row triangle"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** Bottom-up: each cell keeps the best totals (up to KBEST of
      ***** them, best first) of the paths running down from it - its
      ***** own value plus each total merged from its two children's
      ***** lists, the left child winning a tie - so the apex ends
      ***** holding the answer. Each total notes the child (0 left,
      ***** 1 right) and the rank there it came from, which is how
      ***** D10-WritePathLines walks a path back down. A THROUGH cell
      ***** leaves every other cell of its row with no paths at all,
      ***** so only paths through it reach the apex.
       C00-ComputeBestPaths.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > TRI-ROWS
             IF WS-THROUGH-MODE = 'Y' AND WS-THRU-ROW = TRI-ROWS
               AND C NOT = WS-THRU-COL
               MOVE 0 TO WS-KB-COUNT(TRI-ROWS, C)
             ELSE
               MOVE 1 TO WS-KB-COUNT(TRI-ROWS, C)
               MOVE WS-CELL(TRI-ROWS, C) TO WS-KB-SUM(TRI-ROWS, C, 1)
               MOVE 0 TO WS-KB-STEP(TRI-ROWS, C, 1)
               MOVE 0 TO WS-KB-RANK(TRI-ROWS, C, 1)
             END-IF
           END-PERFORM
           PERFORM VARYING R FROM TRI-ROWS BY -1 UNTIL R <= 1
             PERFORM VARYING C FROM 1 BY 1 UNTIL C >= R
               PERFORM C10-MergeChildren
             END-PERFORM
           END-PERFORM
           MOVE WS-KB-SUM(1, 1, 1) TO WS-BEST-SUM
           MOVE WS-KB-COUNT(1, 1) TO WS-KBEST-FOUND
           .
      ***** Fills cell (R - 1, C) from children (R, C) and (R, C + 1),
      ***** taking the better head of the two best-first lists until
      ***** KBEST totals are kept or both lists run out.
       C10-MergeChildren.
           MOVE 0 TO WS-MERGE-COUNT
           MOVE 1 TO WS-LEFT-IDX
           MOVE 1 TO WS-RIGHT-IDX
           IF WS-THROUGH-MODE = 'Y' AND WS-THRU-ROW = R - 1
             AND C NOT = WS-THRU-COL
             MOVE 0 TO WS-KB-COUNT(R - 1, C)
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MERGE-COUNT >= WS-KBEST
             OR (WS-LEFT-IDX > WS-KB-COUNT(R, C)
             AND WS-RIGHT-IDX > WS-KB-COUNT(R, C + 1))
             EVALUATE TRUE
               WHEN WS-RIGHT-IDX > WS-KB-COUNT(R, C + 1)
                 MOVE 'Y' TO WS-TAKE-LEFT
               WHEN WS-LEFT-IDX > WS-KB-COUNT(R, C)
                 MOVE 'N' TO WS-TAKE-LEFT
               WHEN WS-PATH-MODE = "MIN"
                 IF WS-KB-SUM(R, C, WS-LEFT-IDX) <=
                   WS-KB-SUM(R, C + 1, WS-RIGHT-IDX)
                   MOVE 'Y' TO WS-TAKE-LEFT
                 ELSE
                   MOVE 'N' TO WS-TAKE-LEFT
                 END-IF
               WHEN OTHER
                 IF WS-KB-SUM(R, C, WS-LEFT-IDX) >=
                   WS-KB-SUM(R, C + 1, WS-RIGHT-IDX)
                   MOVE 'Y' TO WS-TAKE-LEFT
                 ELSE
                   MOVE 'N' TO WS-TAKE-LEFT
                 END-IF
             END-EVALUATE
             ADD 1 TO WS-MERGE-COUNT
             IF WS-TAKE-LEFT = 'Y'
               COMPUTE WS-KB-SUM(R - 1, C, WS-MERGE-COUNT) =
                 WS-CELL(R - 1, C) + WS-KB-SUM(R, C, WS-LEFT-IDX)
               MOVE 0 TO WS-KB-STEP(R - 1, C, WS-MERGE-COUNT)
               MOVE WS-LEFT-IDX TO WS-KB-RANK(R - 1, C, WS-MERGE-COUNT)
               ADD 1 TO WS-LEFT-IDX
             ELSE
               COMPUTE WS-KB-SUM(R - 1, C, WS-MERGE-COUNT) =
                 WS-CELL(R - 1, C)
                 + WS-KB-SUM(R, C + 1, WS-RIGHT-IDX)
               MOVE 1 TO WS-KB-STEP(R - 1, C, WS-MERGE-COUNT)
               MOVE WS-RIGHT-IDX
                 TO WS-KB-RANK(R - 1, C, WS-MERGE-COUNT)
               ADD 1 TO WS-RIGHT-IDX
             END-IF
           END-PERFORM
           MOVE WS-MERGE-COUNT TO WS-KB-COUNT(R - 1, C)
           .
       D00-WriteReport.
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           END-IF
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "Problem18" TO EURPTFMT-PROGRAM
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING FUNCTION TRIM(WS-SUM-LABEL) ": " WS-BEST-SUM
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-KBEST = 1
             MOVE 1 TO WS-PATH-RANK
             PERFORM D10-WritePathLines
           ELSE
             PERFORM D05-WriteRankedPaths
           END-IF
           MOVE 'F' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
           END-PERFORM
           CLOSE RPT-FILE
           .
      ***** KBEST: each distinct path in rank order, headed by its
      ***** rank and total; a small triangle may have fewer paths
      ***** than were asked for.
       D05-WriteRankedPaths.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
             UNTIL WS-RANK-IDX > WS-KBEST-FOUND
             MOVE SPACES TO RPT-LINE
             STRING "Rank " WS-RANK-IDX " total: "
               WS-KB-SUM(1, 1, WS-RANK-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE WS-RANK-IDX TO WS-PATH-RANK
             PERFORM D10-WritePathLines
           END-PERFORM
           IF WS-KBEST-FOUND < WS-KBEST
             MOVE SPACES TO RPT-LINE
             STRING "Only " WS-KBEST-FOUND " distinct paths exist"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-IF
           .
      ***** Walks path WS-PATH-RANK down from the apex: each cell's
      ***** total notes which child the path stepped to and the rank
      ***** it holds there.
       D10-WritePathLines.
           MOVE 1 TO WS-PATH-COL
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > TRI-ROWS
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             IF R < TRI-ROWS
               MOVE WS-KB-RANK(R, WS-PATH-COL, WS-PATH-RANK)
                 TO WS-NEXT-RANK
               ADD WS-KB-STEP(R, WS-PATH-COL, WS-PATH-RANK)
                 TO WS-PATH-COL
               MOVE WS-NEXT-RANK TO WS-PATH-RANK
             END-IF
           END-PERFORM
           .
