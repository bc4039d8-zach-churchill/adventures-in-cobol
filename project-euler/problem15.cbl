       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Problem 15: Lattice Paths
      *
      *    Starting in the top left corner of a 2x2 grid, and only
      *    being able to move to the right and down, there are
      *    exactly 6 routes to the bottom right corner. How many such
      *    routes are there through a 20x20 grid?
      *
      *    The lattice shape and an optional blocked-cell map are
      *    supplied on the command line, in either order:
      *        problem15 [HxW] [GRID=<name>]
      *    and default to the classic 20x20 with nothing blocked
      *    (137846528820 routes). HxW may also be written
      *    LATTICE=HxW, the form the ledger records, and each side
      *    runs 1-40.
      *
      *    GRID=<name> takes a blocked-cell map from the controlled
      *    grid library (project-euler/euler.grids, the same
      *    set-name plus header-plus-detail blocks Problem11 reads):
      *    the map's cells are the lattice's nodes - an H x W
      *    lattice has H+1 rows of W+1 nodes - and a node whose cell
      *    is zero is impassable, so the count is "how many routes
      *    avoid these nodes". The map sets the lattice shape; an HxW
      *    given alongside it must agree. Like every controlled
      *    input, the library is held against its data release
      *    register entry through DataCheck (see datacheck.cbl)
      *    before it is read.
      *
      *    Routes are counted node by node, each open node taking
      *    the routes into the node above it plus the node to its
      *    left. Up to H + W = 60 no count can pass C(60,30), so the
      *    table is plain PIC 9(18); a larger lattice keeps 60-digit
      *    node counts (C(80,40) has 24 digits) and adds them through
      *    the shared BigNum module instead (see bignum.cbl). The
      *    full count goes through the text answer channel (see
      *    copybooks/EUANSWER.cpy); WS-EULER-RESULT carries it
      *    whole when it fits 20 digits, and its leading 20 digits
      *    when it does not.
      *
      *    The report gives the count with, for every row of nodes,
      *    the routes reaching the row's last node and the row's
      *    blocked nodes. Follows the full suite convention:
      *    WS-EULER-RESULT for the driver, LedgerWriter, ReportFormat
      *    headers on the versioned report, a registry row, and
      *    regression cases in euler.expected.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress walks its cases that way) CANCELs it after
      *    taking that RETURN-CODE, so each CALL gets its
      *    WORKING-STORAGE reset to original VALUEs each time, rather
      *    than starting the next case with the previous lattice shape,
      *    grid name and node tables.
      *****************************************************************
       PROGRAM-ID. Problem15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRID-FILE ASSIGN TO DYNAMIC WS-GRID-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GRID-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD GRID-FILE.
       01 GRID-RECORD PIC X(123).
       01 GRID-HEADER REDEFINES GRID-RECORD.
           05 GRID-HDR-ROWS PIC 9(3).
           05 GRID-HDR-COLS PIC 9(3).
           05 FILLER PIC X(117).
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-GRID-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-GRID-FILENAME PIC X(60)
          VALUE "project-euler/euler.grids".
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/problem15.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 EOF-GRID-FILE PIC X VALUE 'N'.
       01 WS-GRID-SET-NAME PIC X(12) VALUE SPACES.
       01 WS-LIB-FOUND PIC X(1) VALUE 'N'.
       01 WS-LIB-IN-TARGET PIC X(1) VALUE 'N'.
       01 WS-LIB-EXPECT-HDR PIC X(1) VALUE 'N'.
       01 WS-LIB-ROWS-LEFT PIC 9(3) VALUE 0.
       01 WS-LIB-SKIP-ROWS PIC 9(3).
       01 WS-ROW-COUNT PIC 9(3) VALUE 0.
       01 LAT-ROWS PIC 9(2) VALUE 20.
       01 LAT-COLS PIC 9(2) VALUE 20.
       01 WS-SHAPE-GIVEN PIC X(1) VALUE 'N'.
       01 NODE-ROWS PIC 9(2).
       01 NODE-COLS PIC 9(2).
       01 WS-NODE-TBL.
           05 WS-NODE-ROW OCCURS 41 TIMES.
               10 WS-NODE-OPEN PIC 9(1) OCCURS 41 TIMES.
       01 WS-ROW-BLOCKED PIC 9(2) OCCURS 41 TIMES.
       01 WS-BLOCKED-COUNT PIC 9(4) VALUE 0.
       01 WS-NAT-TBL.
           05 WS-NAT-ROW OCCURS 41 TIMES.
               10 WS-NAT-CELL PIC 9(18) OCCURS 41 TIMES.
       01 WS-BIG-TBL.
           05 WS-BIG-ROW OCCURS 41 TIMES.
               10 WS-BIG-CELL OCCURS 41 TIMES.
                   15 WS-BIG-DIGIT PIC 9(1) OCCURS 60 TIMES.
       01 WS-USE-BIGNUM PIC X(1) VALUE 'N'.
       01 WS-BN-MODE PIC X(1) VALUE 'A'.
       01 WS-BN-ABOVE.
           05 WS-BN-ABOVE-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-LEFT.
           05 WS-BN-LEFT-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-SUM.
           05 WS-BN-SUM-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-CMP PIC X(1).
       01 WS-COUNT-TEXT PIC X(60).
       01 WS-COUNT-SIG PIC 9(2).
       01 WS-NAT-WORK PIC 9(18).
       01 WS-RESULT-TEXT PIC X(20).
       01 WS-RESULT-NUM REDEFINES WS-RESULT-TEXT PIC 9(20).
       01 WS-ROUTE-TEXT PIC X(60).
       01 WS-ROUTE-SIG PIC 9(2).
       01 WS-DIGIT-IDX PIC 9(2).
       01 WS-CELL-POS PIC 9(3).
       01 WS-CELL-TEXT PIC X(2).
       01 R PIC 9(2).
       01 C PIC 9(2).
       01 WS-SHAPE-SPEC PIC X(18).
       01 WS-SHAPE-H-TEXT PIC X(18).
       01 WS-SHAPE-W-TEXT PIC X(18).
       01 WS-ARG-IDX PIC 9(1).
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem15".
       01 WS-LEDGER-PARMS PIC X(60).
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
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 1.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM B00-SetUpNodes
           IF WS-GRID-SET-NAME NOT = SPACES
             PERFORM B50-LoadLibraryGrid
             PERFORM A10-ValidateShape
           END-IF
           PERFORM C00-CountRoutes
           MOVE NODE-ROWS TO R
           MOVE NODE-COLS TO C
           PERFORM C50-CellToText
           MOVE WS-ROUTE-TEXT TO WS-COUNT-TEXT
           MOVE WS-ROUTE-SIG TO WS-COUNT-SIG
           MOVE WS-COUNT-SIG TO WS-DIGIT-IDX
           IF WS-DIGIT-IDX >= 41
             MOVE WS-COUNT-TEXT(41:20) TO WS-RESULT-TEXT
           ELSE
             MOVE WS-COUNT-TEXT(WS-DIGIT-IDX:20) TO WS-RESULT-TEXT
           END-IF
           MOVE WS-RESULT-NUM TO WS-EULER-RESULT
           DISPLAY "Lattice: " LAT-ROWS "x" LAT-COLS
           DISPLAY "Routes: " WS-COUNT-TEXT(WS-COUNT-SIG:)
           PERFORM D00-WriteReport
           MOVE SPACES TO WS-LEDGER-PARMS
           IF WS-GRID-SET-NAME = SPACES
             STRING "LATTICE=" LAT-ROWS "x" LAT-COLS
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           ELSE
             STRING "LATTICE=" LAT-ROWS "x" LAT-COLS
               " GRID=" FUNCTION TRIM(WS-GRID-SET-NAME)
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           END-IF
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE SPACES TO WS-EULER-ANSWER
           MOVE WS-COUNT-TEXT(WS-COUNT-SIG:) TO WS-EULER-ANSWER
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
      ***** Two positional values, each either the lattice shape
      ***** (HxW or LATTICE=HxW) or GRID=<name>; a linked caller
      ***** supplies them through the EXTERNAL override table
      ***** instead (see copybooks/EUPARMOV.cpy).
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(1) TO EUPARM-VALUE(1)
             MOVE WS-EUPARM-OVR-VALUE(2) TO EUPARM-VALUE(2)
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(1) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(2) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1 UNTIL WS-ARG-IDX > 2
             EVALUATE TRUE
               WHEN EUPARM-VALUE(WS-ARG-IDX) = SPACES
                 CONTINUE
               WHEN EUPARM-VALUE(WS-ARG-IDX)(1:5) = "GRID="
                 MOVE EUPARM-VALUE(WS-ARG-IDX)(6:12)
                   TO WS-GRID-SET-NAME
                 IF WS-GRID-SET-NAME = SPACES
                   DISPLAY "ABEND: GRID= needs a library grid name"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
               WHEN EUPARM-VALUE(WS-ARG-IDX)(1:8) = "LATTICE="
                 MOVE EUPARM-VALUE(WS-ARG-IDX)(9:10) TO WS-SHAPE-SPEC
                 PERFORM A07-ParseShape
               WHEN OTHER
                 MOVE EUPARM-VALUE(WS-ARG-IDX) TO WS-SHAPE-SPEC
                 PERFORM A07-ParseShape
             END-EVALUATE
           END-PERFORM
           .
       A07-ParseShape.
           MOVE 'Y' TO WS-SHAPE-GIVEN
           MOVE SPACES TO WS-SHAPE-H-TEXT
           MOVE SPACES TO WS-SHAPE-W-TEXT
           UNSTRING WS-SHAPE-SPEC DELIMITED BY "x" OR "X"
             INTO WS-SHAPE-H-TEXT WS-SHAPE-W-TEXT
           MOVE WS-SHAPE-H-TEXT TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
             OR WS-PC-NUMBER > 40
             DISPLAY "ABEND: lattice height '"
               FUNCTION TRIM(WS-SHAPE-H-TEXT)
               "' is not a whole number in 1-40"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO LAT-ROWS
           MOVE WS-SHAPE-W-TEXT TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER = 0
             OR WS-PC-NUMBER > 40
             DISPLAY "ABEND: lattice width '"
               FUNCTION TRIM(WS-SHAPE-W-TEXT)
               "' is not a whole number in 1-40"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO LAT-COLS
           .
      ***** A map's declared shape is the lattice's node shape; an
      ***** HxW given alongside it must describe the same lattice.
       A10-ValidateShape.
           IF WS-ROW-COUNT NOT = NODE-ROWS
             DISPLAY "ABEND: map header declares " NODE-ROWS
               " rows but the library block holds " WS-ROW-COUNT
             MOVE WS-GRID-FILENAME TO WS-INC-FILE
             MOVE SPACES TO WS-INC-STATUS
             MOVE "blocked-cell map shape does not match declaration"
               TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-SHAPE-GIVEN = 'Y'
             IF LAT-ROWS + 1 NOT = NODE-ROWS
               OR LAT-COLS + 1 NOT = NODE-COLS
               DISPLAY "ABEND: lattice " LAT-ROWS "x" LAT-COLS
                 " does not match grid "
                 FUNCTION TRIM(WS-GRID-SET-NAME) ", a "
                 NODE-ROWS " x " NODE-COLS " node map"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           COMPUTE LAT-ROWS = NODE-ROWS - 1
           COMPUTE LAT-COLS = NODE-COLS - 1
           IF LAT-ROWS = 0 OR LAT-COLS = 0
             DISPLAY "ABEND: grid " FUNCTION TRIM(WS-GRID-SET-NAME)
               " is " NODE-ROWS " x " NODE-COLS
               "; a lattice map needs at least 2 x 2 nodes"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** Without a map every node is open.
       B00-SetUpNodes.
           COMPUTE NODE-ROWS = LAT-ROWS + 1
           COMPUTE NODE-COLS = LAT-COLS + 1
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 41
             MOVE 0 TO WS-ROW-BLOCKED(R)
             PERFORM VARYING C FROM 1 BY 1 UNTIL C > 41
               MOVE 1 TO WS-NODE-OPEN(R, C)
             END-PERFORM
           END-PERFORM
           .
      ***** The map's header declares the node shape; each detail
      ***** record is one row of nodes in fixed 3-column cells, a
      ***** zero cell marking a blocked node.
       B10-LoadHeader.
           IF GRID-RECORD(1:6) IS NOT NUMERIC
             DISPLAY "ABEND: map header record '"
               GRID-RECORD(1:6) "' is not a ROWS/COLS declaration"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF GRID-HDR-ROWS = 0 OR GRID-HDR-ROWS > 41
             OR GRID-HDR-COLS = 0 OR GRID-HDR-COLS > 41
             DISPLAY "ABEND: declared map shape " GRID-HDR-ROWS
               " x " GRID-HDR-COLS " is outside the 1-41 node "
               "range a 40x40 lattice holds"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE GRID-HDR-ROWS TO NODE-ROWS
           MOVE GRID-HDR-COLS TO NODE-COLS
           .
       B20-LoadMapRow.
           ADD 1 TO WS-ROW-COUNT
           IF WS-ROW-COUNT > NODE-ROWS
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-COUNT TO R
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > NODE-COLS
             COMPUTE WS-CELL-POS = (C - 1) * 3 + 1
             MOVE GRID-RECORD(WS-CELL-POS:2) TO WS-CELL-TEXT
             IF WS-CELL-TEXT IS NOT NUMERIC
               DISPLAY "ABEND: map row " WS-ROW-COUNT " column "
                 C " holds '" WS-CELL-TEXT "', not a number"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF WS-CELL-TEXT = "00"
               MOVE 0 TO WS-NODE-OPEN(R, C)
               ADD 1 TO WS-ROW-BLOCKED(R)
               ADD 1 TO WS-BLOCKED-COUNT
             END-IF
           END-PERFORM
           .
      ***** Loads one named map out of the library the way Problem11
      ***** loads a library grid: the blocks are walked by their
      ***** declared row counts until the set name matches.
       B50-LoadLibraryGrid.
           MOVE WS-GRID-FILENAME TO WS-DC-FILE
           CALL "DataCheck" USING WS-DC-MODE WS-LEDGER-PROGRAM
             WS-DC-FILE WS-DC-COUNT WS-DC-CHECKSUM WS-DC-RESULT
           IF WS-DC-RESULT = 'N'
             DISPLAY "ABEND: grid library refused for production use"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT GRID-FILE
           IF WS-GRID-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open grid library "
               FUNCTION TRIM(WS-GRID-FILENAME)
               " (status " WS-GRID-STATUS-CD ")"
             MOVE WS-GRID-FILENAME TO WS-INC-FILE
             MOVE WS-GRID-STATUS-CD TO WS-INC-STATUS
             MOVE "cannot open grid library" TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-GRID-FILE = 'Y'
             READ GRID-FILE
               AT END MOVE 'Y' TO EOF-GRID-FILE
               NOT AT END
                 PERFORM B55-LibraryRecord
             END-READ
           END-PERFORM
           CLOSE GRID-FILE
           IF WS-LIB-FOUND = 'N'
             DISPLAY "ABEND: no grid named '"
               FUNCTION TRIM(WS-GRID-SET-NAME)
               "' in the library"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
       B55-LibraryRecord.
           IF GRID-RECORD = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-LIB-ROWS-LEFT > 0
             IF WS-LIB-IN-TARGET = 'Y'
               PERFORM B20-LoadMapRow
             END-IF
             SUBTRACT 1 FROM WS-LIB-ROWS-LEFT
             EXIT PARAGRAPH
           END-IF
           IF WS-LIB-EXPECT-HDR = 'Y'
             IF GRID-RECORD(1:3) IS NOT NUMERIC
               DISPLAY "ABEND: grid library block header '"
                 GRID-RECORD(1:6) "' is not a ROWS/COLS "
                 "declaration"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF WS-LIB-IN-TARGET = 'Y'
               PERFORM B10-LoadHeader
               MOVE NODE-ROWS TO WS-LIB-ROWS-LEFT
             ELSE
               MOVE GRID-RECORD(1:3) TO WS-LIB-SKIP-ROWS
               MOVE WS-LIB-SKIP-ROWS TO WS-LIB-ROWS-LEFT
             END-IF
             MOVE 'N' TO WS-LIB-EXPECT-HDR
             EXIT PARAGRAPH
           END-IF
           IF GRID-RECORD(1:12) = WS-GRID-SET-NAME
             MOVE 'Y' TO WS-LIB-IN-TARGET
             MOVE 'Y' TO WS-LIB-FOUND
           ELSE
             MOVE 'N' TO WS-LIB-IN-TARGET
           END-IF
           MOVE 'Y' TO WS-LIB-EXPECT-HDR
           .
      ***** Each open node takes the routes into the node above it
      ***** plus the node to its left; a blocked node takes none and
      ***** so passes none on. The corner starts at one route unless
      ***** it is itself blocked.
       C00-CountRoutes.
           IF LAT-ROWS + LAT-COLS > 60
             MOVE 'Y' TO WS-USE-BIGNUM
           END-IF
           IF WS-NODE-OPEN(1, 1) = 0
             OR WS-NODE-OPEN(NODE-ROWS, NODE-COLS) = 0
             DISPLAY "WARNING: the start or finish node is blocked; "
               "no route exists"
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > NODE-ROWS
             PERFORM VARYING C FROM 1 BY 1 UNTIL C > NODE-COLS
               IF WS-USE-BIGNUM = 'Y'
                 PERFORM C20-CountBigNode
               ELSE
                 PERFORM C10-CountNode
               END-IF
             END-PERFORM
           END-PERFORM
           .
       C10-CountNode.
           MOVE 0 TO WS-NAT-CELL(R, C)
           IF WS-NODE-OPEN(R, C) = 0
             EXIT PARAGRAPH
           END-IF
           IF R = 1 AND C = 1
             MOVE 1 TO WS-NAT-CELL(R, C)
             EXIT PARAGRAPH
           END-IF
           IF R > 1
             ADD WS-NAT-CELL(R - 1, C) TO WS-NAT-CELL(R, C)
           END-IF
           IF C > 1
             ADD WS-NAT-CELL(R, C - 1) TO WS-NAT-CELL(R, C)
           END-IF
           .
      ***** A node's 60 digits ride at the right-hand end of the
      ***** module's 1000-digit operands.
       C20-CountBigNode.
           MOVE ALL ZEROS TO WS-BIG-CELL(R, C)
           IF WS-NODE-OPEN(R, C) = 0
             EXIT PARAGRAPH
           END-IF
           IF R = 1 AND C = 1
             MOVE 1 TO WS-BIG-DIGIT(R, C, 60)
             EXIT PARAGRAPH
           END-IF
           MOVE ALL ZEROS TO WS-BN-ABOVE
           MOVE ALL ZEROS TO WS-BN-LEFT
           IF R > 1
             MOVE WS-BIG-CELL(R - 1, C) TO WS-BN-ABOVE(941:60)
           END-IF
           IF C > 1
             MOVE WS-BIG-CELL(R, C - 1) TO WS-BN-LEFT(941:60)
           END-IF
           CALL "BigNum" USING WS-BN-MODE WS-BN-ABOVE WS-BN-LEFT
             WS-BN-SUM WS-BN-CMP
           MOVE WS-BN-SUM(941:60) TO WS-BIG-CELL(R, C)
           .
      ***** One node's count as 60 digits of text, with the position
      ***** of its first significant digit (60 for a zero count).
       C50-CellToText.
           IF WS-USE-BIGNUM = 'Y'
             MOVE WS-BIG-CELL(R, C) TO WS-ROUTE-TEXT
           ELSE
             MOVE ALL "0" TO WS-ROUTE-TEXT
             MOVE WS-NAT-CELL(R, C) TO WS-NAT-WORK
             MOVE WS-NAT-WORK TO WS-ROUTE-TEXT(43:18)
           END-IF
           MOVE 60 TO WS-ROUTE-SIG
           PERFORM VARYING WS-DIGIT-IDX FROM 60 BY -1
             UNTIL WS-DIGIT-IDX < 1
             IF WS-ROUTE-TEXT(WS-DIGIT-IDX:1) NOT = "0"
               MOVE WS-DIGIT-IDX TO WS-ROUTE-SIG
             END-IF
           END-PERFORM
           .
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
           MOVE "Problem15" TO EURPTFMT-PROGRAM
           MOVE "Lattice Paths" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Lattice: " LAT-ROWS "x" LAT-COLS " ("
             NODE-ROWS " x " NODE-COLS " nodes)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           IF WS-GRID-SET-NAME = SPACES
             MOVE "Blocked-cell map: none" TO RPT-LINE
           ELSE
             STRING "Blocked-cell map: GRID="
               FUNCTION TRIM(WS-GRID-SET-NAME) " from "
               FUNCTION TRIM(WS-GRID-FILENAME) ", "
               WS-BLOCKED-COUNT " nodes blocked"
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Routes: " WS-COUNT-TEXT(WS-COUNT-SIG:)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           IF WS-USE-BIGNUM = 'Y'
             MOVE "Counted on BigNum digit arrays" TO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           PERFORM D10-WriteRowLines
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
      ***** One line per row of nodes: the routes reaching the row's
      ***** last node, and how many of the row's nodes are blocked.
       D10-WriteRowLines.
           MOVE NODE-COLS TO C
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > NODE-ROWS
             PERFORM C50-CellToText
             MOVE SPACES TO RPT-LINE
             STRING "Row " R ": routes to row end "
               WS-ROUTE-TEXT(WS-ROUTE-SIG:)
               DELIMITED BY SIZE INTO RPT-LINE
             IF WS-ROW-BLOCKED(R) > 0
               MOVE RPT-LINE TO WS-PAGED-LINE
               MOVE SPACES TO RPT-LINE
               STRING FUNCTION TRIM(WS-PAGED-LINE) "  blocked "
                 WS-ROW-BLOCKED(R)
                 DELIMITED BY SIZE INTO RPT-LINE
             END-IF
             PERFORM A97-WritePagedLine
           END-PERFORM
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
       END PROGRAM Problem15.
