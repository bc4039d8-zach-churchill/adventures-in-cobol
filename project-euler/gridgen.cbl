       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Grid Generator
      *
      *    Test-feed utility for Problem11 and Problem18, the way
      *    DigitGen is for Problem8: produces a grid (any height and
      *    width, values 00-99) or a triangle (any row count) from a
      *    supplied seed, repeatably - two runs with the same seed
      *    produce the same values - in the exact header-plus-detail
      *    layout their B10-LoadHeader and row loaders read, and can
      *    plant a known winner at a known position so a scan can be
      *    verified against a planted answer.
      *
      *    Usage:
      *        gridgen GRID <target> <rows>x<cols> <seed>
      *                [RUN <length> <direction> <row> <col>]
      *        gridgen GRID <target> <rows>x<cols> <seed>
      *                [BLOCK <height>x<width> <row> <col>]
      *        gridgen TRIANGLE <file> <rows> <seed> [PATH <col>]
      *    A grid is 1-30 by 1-30 and a triangle 1-40 rows, the
      *    sizes Problem11's and Problem18's tables hold. The grid
      *    <target> is either a file, written fresh, or LIB=<name>,
      *    which appends the grid to the grid library
      *    (project-euler/euler.grids) under that new set name.
      *
      *    The values come from the minimal-standard multiplicative
      *    congruential generator DigitGen uses (x = 16807 * x mod
      *    2147483647), one cell per draw, row by row. A plant
      *    overwrites its cells with 99 and every other cell is then
      *    drawn from 00-98 instead, so the planted cells are the
      *    unique winner and the answer is known in advance:
      *        RUN      <length> cells (1-9) from <row>,<col> in a
      *                 Problem11 direction - ROW, COLUMN,
      *                 DIAG-DOWN-RIGHT or DIAG-DOWN-LEFT, the start
      *                 cell being the one Problem11 reports; the
      *                 answer is 99 to the power <length>
      *        BLOCK    a <height>x<width> block (at most 9 cells)
      *                 with its top-left cell at <row>,<col>; the
      *                 answer is 99 to the power of its cell count
      *        PATH     an apex-to-base path ending at base column
      *                 <col>; the answer is 99 times the row count
      *    The cell limit keeps the planted product inside the
      *    18-digit field Problem11 multiplies in. The planted answer
      *    is displayed together with the Problem11/Problem18
      *    arguments that find it and the expmaint ADD that makes it
      *    a regression case.
      *
      *    The grid library is a controlled input, so LIB= takes the
      *    maintenance permission (see userauth.cbl), is recorded in
      *    the change journal, refuses a name already in the library
      *    and a library already holding the 20 grids Problem11's
      *    GRID=ALL sweep can rank, and reminds the operator that
      *    the changed library goes back into service through
      *    datarel RELEASE and APPROVE. A generated file is not in
      *    the data release register either, so a production run
      *    refuses it until it is released; an EULER_SANDBOX run
      *    reads it freely.
      *****************************************************************
       PROGRAM-ID. GridGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OUT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD OUT-FILE.
       01 OUT-RECORD PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-OUT-STATUS-CD PIC XX.
       01 WS-OUT-FILENAME PIC X(80).
       01 WS-GRID-LIB-NAME PIC X(80)
          VALUE "project-euler/euler.grids".
       01 EOF-OUT-FILE PIC X VALUE 'N'.
       01 WS-ARG-COUNT PIC 9(2) VALUE 9.
       01 WS-ARG-IDX PIC 9(2).
       01 WS-ARG-TBL.
           05 WS-ARG PIC X(80) OCCURS 9 TIMES.
       01 WS-KIND PIC X(8).
       01 WS-TARGET PIC X(80).
       01 WS-LIB-MODE PIC X(1) VALUE 'N'.
       01 WS-LIB-NAME PIC X(12).
       01 WS-ROWS PIC 9(3) VALUE 0.
       01 WS-COLS PIC 9(3) VALUE 0.
       01 WS-SEED PIC 9(10) VALUE 1.
       01 WS-PLANT PIC X(8).
       01 WS-RUN-LEN PIC 9(2) VALUE 0.
       01 WS-RUN-DIR PIC X(15).
       01 WS-BLK-H PIC 9(2) VALUE 0.
       01 WS-BLK-W PIC 9(2) VALUE 0.
       01 WS-PLANT-ROW PIC 9(3) VALUE 0.
       01 WS-PLANT-COL PIC 9(3) VALUE 0.
       01 WS-PLANT-CELLS PIC 9(3) VALUE 0.
       01 WS-SHAPE-H-TEXT PIC X(18).
       01 WS-SHAPE-W-TEXT PIC X(18).
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       01 WS-PC-OK PIC X(1).
       01 WS-PC-WHAT PIC X(20).
       01 WS-PC-MAX PIC 9(10).
       01 WS-GRID-TBL.
           05 WS-GRID-ROW OCCURS 40 TIMES.
               10 WS-CELL PIC 9(2) OCCURS 40 TIMES.
       01 R PIC 9(3).
       01 C PIC 9(3).
       01 K PIC 9(2).
       01 WS-ROW-END PIC 9(3).
       01 WS-CELL-POS PIC 9(3).
       01 WS-LCG-STATE PIC 9(18).
       01 WS-DRAW-RANGE PIC 9(3) VALUE 100.
       01 WS-ANSWER PIC 9(18) VALUE 0.
       01 WS-ANSWER-EDIT PIC Z(17)9.
       01 WS-EDIT-A PIC ZZ9.
       01 WS-EDIT-B PIC ZZ9.
       01 WS-RUN-PARMS PIC X(100).
       01 WS-LIB-SETS PIC 9(3) VALUE 0.
       01 WS-LIB-MAX-SETS PIC 9(3) VALUE 20.
       01 WS-LIB-EXPECT-HDR PIC X(1).
       01 WS-LIB-ROWS-LEFT PIC 9(3).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "GridGen".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           IF WS-LIB-MODE = 'Y'
             PERFORM A15-CheckMaintAuth
             PERFORM B50-CheckLibrary
           END-IF
           PERFORM B00-GenerateCells
           EVALUATE WS-PLANT
             WHEN "RUN"
               PERFORM B10-PlantRun
             WHEN "BLOCK"
               PERFORM B20-PlantBlock
             WHEN "PATH"
               PERFORM B30-PlantPath
           END-EVALUATE
           PERFORM C00-WriteOutput
           PERFORM D00-ShowAnswer
           PERFORM D05-ShowReleaseSteps
           IF WS-LIB-MODE = 'Y'
             PERFORM D10-JournalLibrary
           END-IF
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
      ***** All arguments are taken positionally, then checked as a
      ***** set: the shape against the table sizes the solving
      ***** programs hold, the plant against the shape.
       A05-GetParameters.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
             UNTIL WS-ARG-IDX > WS-ARG-COUNT
             MOVE SPACES TO WS-ARG(WS-ARG-IDX)
             DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG(WS-ARG-IDX) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-ARG(1)) TO WS-KIND
           MOVE WS-ARG(2) TO WS-TARGET
           IF (WS-KIND NOT = "GRID" AND WS-KIND NOT = "TRIANGLE")
             OR WS-TARGET = SPACES OR WS-ARG(3) = SPACES
             DISPLAY "ABEND: usage is gridgen GRID <file|LIB=name> "
               "<rows>x<cols> <seed> [RUN <length> <direction> "
               "<row> <col> | BLOCK <h>x<w> <row> <col>]"
             DISPLAY "       or gridgen TRIANGLE <file> <rows> "
               "<seed> [PATH <col>]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-TARGET(1:4) = "LIB="
             IF WS-KIND NOT = "GRID"
               DISPLAY "ABEND: only a grid can go into the grid "
                 "library"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE FUNCTION UPPER-CASE(WS-TARGET(5:12))
               TO WS-LIB-NAME
             IF WS-LIB-NAME = SPACES OR WS-TARGET(17:1) NOT = SPACE
               OR WS-LIB-NAME = "ALL"
               DISPLAY "ABEND: LIB= needs a new set name of 1-12 "
                 "characters (not ALL)"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE 'Y' TO WS-LIB-MODE
             MOVE WS-GRID-LIB-NAME TO WS-OUT-FILENAME
           ELSE
             MOVE WS-TARGET TO WS-OUT-FILENAME
           END-IF
           IF WS-KIND = "GRID"
             PERFORM A06-GetGridShape
           ELSE
             MOVE WS-ARG(3) TO WS-PC-VALUE
             MOVE "row count" TO WS-PC-WHAT
             MOVE 40 TO WS-PC-MAX
             PERFORM A20-WholeNumber
             MOVE WS-PC-NUMBER TO WS-ROWS
           END-IF
           IF WS-ARG(4) NOT = SPACES
             MOVE WS-ARG(4) TO WS-PC-VALUE
             MOVE "seed" TO WS-PC-WHAT
             MOVE 9999999999 TO WS-PC-MAX
             PERFORM A20-WholeNumber
             MOVE WS-PC-NUMBER TO WS-SEED
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ARG(5)) TO WS-PLANT
           EVALUATE TRUE
             WHEN WS-PLANT = SPACES
               CONTINUE
             WHEN WS-PLANT = "RUN" AND WS-KIND = "GRID"
               PERFORM A07-GetRunPlant
             WHEN WS-PLANT = "BLOCK" AND WS-KIND = "GRID"
               PERFORM A08-GetBlockPlant
             WHEN WS-PLANT = "PATH" AND WS-KIND = "TRIANGLE"
               PERFORM A09-GetPathPlant
             WHEN OTHER
               DISPLAY "ABEND: a " FUNCTION TRIM(WS-KIND)
                 " cannot plant '" FUNCTION TRIM(WS-ARG(5)) "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           .
       A06-GetGridShape.
           MOVE SPACES TO WS-SHAPE-H-TEXT WS-SHAPE-W-TEXT
           UNSTRING WS-ARG(3) DELIMITED BY "x" OR "X"
             INTO WS-SHAPE-H-TEXT WS-SHAPE-W-TEXT
           MOVE WS-SHAPE-H-TEXT TO WS-PC-VALUE
           MOVE "grid rows" TO WS-PC-WHAT
           MOVE 30 TO WS-PC-MAX
           PERFORM A20-WholeNumber
           MOVE WS-PC-NUMBER TO WS-ROWS
           MOVE WS-SHAPE-W-TEXT TO WS-PC-VALUE
           MOVE "grid columns" TO WS-PC-WHAT
           PERFORM A20-WholeNumber
           MOVE WS-PC-NUMBER TO WS-COLS
           .
      ***** RUN <length> <direction> <row> <col>: the run must fit
      ***** the grid from its start cell in the scan direction, and
      ***** Problem11 refuses a run longer than either grid side.
       A07-GetRunPlant.
           MOVE WS-ARG(6) TO WS-PC-VALUE
           MOVE "run length" TO WS-PC-WHAT
           MOVE 9 TO WS-PC-MAX
           PERFORM A20-WholeNumber
           MOVE WS-PC-NUMBER TO WS-RUN-LEN
           MOVE FUNCTION UPPER-CASE(WS-ARG(7)) TO WS-RUN-DIR
           IF WS-RUN-DIR NOT = "ROW" AND WS-RUN-DIR NOT = "COLUMN"
             AND WS-RUN-DIR NOT = "DIAG-DOWN-RIGHT"
             AND WS-RUN-DIR NOT = "DIAG-DOWN-LEFT"
             DISPLAY "ABEND: direction '" FUNCTION TRIM(WS-ARG(7))
               "' is not ROW, COLUMN, DIAG-DOWN-RIGHT or "
               "DIAG-DOWN-LEFT"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ARG(8) TO WS-ARG(1)
           MOVE WS-ARG(9) TO WS-ARG(2)
           PERFORM A10-GetPlantCell
           IF WS-RUN-LEN > WS-ROWS OR WS-RUN-LEN > WS-COLS
             DISPLAY "ABEND: a run of " WS-RUN-LEN " is longer than"
               " a side of the " WS-ROWS " x " WS-COLS " grid"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF (WS-RUN-DIR NOT = "COLUMN"
               AND WS-RUN-DIR NOT = "DIAG-DOWN-LEFT"
               AND WS-PLANT-COL + WS-RUN-LEN - 1 > WS-COLS)
             OR (WS-RUN-DIR NOT = "ROW"
               AND WS-PLANT-ROW + WS-RUN-LEN - 1 > WS-ROWS)
             OR (WS-RUN-DIR = "DIAG-DOWN-LEFT"
               AND WS-PLANT-COL < WS-RUN-LEN)
             DISPLAY "ABEND: the run does not fit the grid from row "
               WS-PLANT-ROW " column " WS-PLANT-COL
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-RUN-LEN TO WS-PLANT-CELLS
           .
      ***** BLOCK <h>x<w> <row> <col>: top-left cell given.
       A08-GetBlockPlant.
           MOVE SPACES TO WS-SHAPE-H-TEXT WS-SHAPE-W-TEXT
           UNSTRING WS-ARG(6) DELIMITED BY "x" OR "X"
             INTO WS-SHAPE-H-TEXT WS-SHAPE-W-TEXT
           MOVE WS-SHAPE-H-TEXT TO WS-PC-VALUE
           MOVE "block height" TO WS-PC-WHAT
           MOVE 9 TO WS-PC-MAX
           PERFORM A20-WholeNumber
           MOVE WS-PC-NUMBER TO WS-BLK-H
           MOVE WS-SHAPE-W-TEXT TO WS-PC-VALUE
           MOVE "block width" TO WS-PC-WHAT
           PERFORM A20-WholeNumber
           MOVE WS-PC-NUMBER TO WS-BLK-W
           COMPUTE WS-PLANT-CELLS = WS-BLK-H * WS-BLK-W
           IF WS-PLANT-CELLS > 9
             DISPLAY "ABEND: a planted block holds at most 9 cells "
               "(asked for " WS-PLANT-CELLS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ARG(7) TO WS-ARG(1)
           MOVE WS-ARG(8) TO WS-ARG(2)
           PERFORM A10-GetPlantCell
           IF WS-PLANT-ROW + WS-BLK-H - 1 > WS-ROWS
             OR WS-PLANT-COL + WS-BLK-W - 1 > WS-COLS
             DISPLAY "ABEND: the block does not fit the grid from "
               "row " WS-PLANT-ROW " column " WS-PLANT-COL
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** PATH <col>: the base column the planted path ends on.
       A09-GetPathPlant.
           MOVE WS-ARG(6) TO WS-PC-VALUE
           MOVE "path base column" TO WS-PC-WHAT
           MOVE WS-ROWS TO WS-PC-MAX
           PERFORM A20-WholeNumber
           MOVE WS-PC-NUMBER TO WS-PLANT-COL
           MOVE WS-ROWS TO WS-PLANT-CELLS
           .
      ***** The plant's row and column, left in arguments 1 and 2 by
      ***** the caller (both already consumed).
       A10-GetPlantCell.
           MOVE WS-ARG(1) TO WS-PC-VALUE
           MOVE "plant row" TO WS-PC-WHAT
           MOVE WS-ROWS TO WS-PC-MAX
           PERFORM A20-WholeNumber
           MOVE WS-PC-NUMBER TO WS-PLANT-ROW
           MOVE WS-ARG(2) TO WS-PC-VALUE
           MOVE "plant column" TO WS-PC-WHAT
           MOVE WS-COLS TO WS-PC-MAX
           PERFORM A20-WholeNumber
           MOVE WS-PC-NUMBER TO WS-PLANT-COL
           .
      ***** Every number goes through the shared ParmCheck module
      ***** (see parmcheck.cbl), bounded 1 through WS-PC-MAX (a seed
      ***** may be zero; it is nudged to 1 at generation).
       A20-WholeNumber.
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF WS-PC-OK = 'N' OR WS-PC-NUMBER > WS-PC-MAX
             OR (WS-PC-NUMBER = 0 AND WS-PC-WHAT NOT = "seed")
             DISPLAY "ABEND: " FUNCTION TRIM(WS-PC-WHAT) " '"
               FUNCTION TRIM(WS-PC-VALUE)
               "' is not a whole number in 1-" WS-PC-MAX
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** Adding to the library rewrites a controlled input, so it
      ***** is gated on the maintenance permission in the
      ***** user-profile file (see userauth.cbl).
       A15-CheckMaintAuth.
           MOVE 'M' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
             WS-UA-USER WS-UA-ALLOWED
           IF WS-UA-ALLOWED = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** One cell per draw, row by row; a zero seed is nudged to
      ***** 1, since the multiplicative generator would stay at zero
      ***** forever. With a plant the draws run 00-98, so only the
      ***** planted cells hold 99.
       B00-GenerateCells.
           IF WS-SEED = 0
             MOVE 1 TO WS-SEED
           END-IF
           COMPUTE WS-LCG-STATE =
             FUNCTION MOD(WS-SEED, 2147483647)
           IF WS-LCG-STATE = 0
             MOVE 1 TO WS-LCG-STATE
           END-IF
           IF WS-PLANT NOT = SPACES
             MOVE 99 TO WS-DRAW-RANGE
           END-IF
           MOVE ZEROS TO WS-GRID-TBL
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROWS
             IF WS-KIND = "GRID"
               MOVE WS-COLS TO WS-ROW-END
             ELSE
               MOVE R TO WS-ROW-END
             END-IF
             PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-ROW-END
               COMPUTE WS-LCG-STATE =
                 FUNCTION MOD(WS-LCG-STATE * 16807, 2147483647)
               COMPUTE WS-CELL(R, C) =
                 FUNCTION MOD(WS-LCG-STATE, WS-DRAW-RANGE)
             END-PERFORM
           END-PERFORM
           .
      ***** The run's cells step the way Problem11's C10-ScoreRun
      ***** walks them from the start cell.
       B10-PlantRun.
           PERFORM VARYING K FROM 0 BY 1 UNTIL K >= WS-RUN-LEN
             EVALUATE WS-RUN-DIR
               WHEN "ROW"
                 MOVE 99 TO WS-CELL(WS-PLANT-ROW, WS-PLANT-COL + K)
               WHEN "COLUMN"
                 MOVE 99 TO WS-CELL(WS-PLANT-ROW + K, WS-PLANT-COL)
               WHEN "DIAG-DOWN-RIGHT"
                 MOVE 99
                   TO WS-CELL(WS-PLANT-ROW + K, WS-PLANT-COL + K)
               WHEN OTHER
                 MOVE 99
                   TO WS-CELL(WS-PLANT-ROW + K, WS-PLANT-COL - K)
             END-EVALUATE
           END-PERFORM
           COMPUTE WS-ANSWER = 99 ** WS-RUN-LEN
           .
       B20-PlantBlock.
           PERFORM VARYING R FROM WS-PLANT-ROW BY 1
             UNTIL R > WS-PLANT-ROW + WS-BLK-H - 1
             PERFORM VARYING C FROM WS-PLANT-COL BY 1
               UNTIL C > WS-PLANT-COL + WS-BLK-W - 1
               MOVE 99 TO WS-CELL(R, C)
             END-PERFORM
           END-PERFORM
           COMPUTE WS-ANSWER = 99 ** WS-PLANT-CELLS
           .
      ***** The path runs straight down the left edge until it must
      ***** start stepping right to reach its base column: row r
      ***** takes column max(1, col - rows + r), each step down
      ***** staying put or moving one right, as a path may.
       B30-PlantPath.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROWS
             IF WS-PLANT-COL + R > WS-ROWS
               COMPUTE C = WS-PLANT-COL + R - WS-ROWS
             ELSE
               MOVE 1 TO C
             END-IF
             MOVE 99 TO WS-CELL(R, C)
           END-PERFORM
           COMPUTE WS-ANSWER = 99 * WS-ROWS
           .
      ***** Walks the grid library the way Problem11's B55 does -
      ***** set-name record, header, then the declared rows - to
      ***** count its sets and make sure the new name is not taken.
      ***** No library yet means an empty one.
       B50-CheckLibrary.
           MOVE 0 TO WS-LIB-SETS
           MOVE 0 TO WS-LIB-ROWS-LEFT
           MOVE 'N' TO WS-LIB-EXPECT-HDR
           MOVE 'N' TO EOF-OUT-FILE
           OPEN INPUT OUT-FILE
           IF WS-OUT-STATUS-CD = "35"
             EXIT PARAGRAPH
           END-IF
           IF WS-OUT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open grid library "
               FUNCTION TRIM(WS-OUT-FILENAME)
               " (status " WS-OUT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL EOF-OUT-FILE = 'Y'
             READ OUT-FILE
               AT END
                 MOVE 'Y' TO EOF-OUT-FILE
               NOT AT END
                 PERFORM B55-LibraryRecord
             END-READ
           END-PERFORM
           CLOSE OUT-FILE
           IF WS-LIB-SETS >= WS-LIB-MAX-SETS
             DISPLAY "ABEND: the grid library already holds "
               WS-LIB-SETS " grids, as many as GRID=ALL can rank"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
       B55-LibraryRecord.
           IF OUT-RECORD = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-LIB-ROWS-LEFT > 0
             SUBTRACT 1 FROM WS-LIB-ROWS-LEFT
             EXIT PARAGRAPH
           END-IF
           IF WS-LIB-EXPECT-HDR = 'Y'
             IF OUT-RECORD(1:3) IS NUMERIC
               MOVE OUT-RECORD(1:3) TO WS-LIB-ROWS-LEFT
             END-IF
             MOVE 'N' TO WS-LIB-EXPECT-HDR
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIB-SETS
           IF FUNCTION UPPER-CASE(OUT-RECORD(1:12)) = WS-LIB-NAME
             DISPLAY "ABEND: the grid library already holds a grid "
               "named " FUNCTION TRIM(WS-LIB-NAME)
             CLOSE OUT-FILE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'Y' TO WS-LIB-EXPECT-HDR
           .
      ***** Header record then one detail record per row, values in
      ***** fixed 3-column cells (two digits and a space) - grid.dat's
      ***** and triangle.dat's layouts. A library grid is preceded by
      ***** its set-name record and appended.
       C00-WriteOutput.
           IF WS-LIB-MODE = 'Y'
             OPEN EXTEND OUT-FILE
             IF WS-OUT-STATUS-CD = "35"
               OPEN OUTPUT OUT-FILE
             END-IF
           ELSE
             OPEN OUTPUT OUT-FILE
           END-IF
           IF WS-OUT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open output file "
               FUNCTION TRIM(WS-OUT-FILENAME)
               " (status " WS-OUT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-LIB-MODE = 'Y'
             MOVE SPACES TO OUT-RECORD
             MOVE WS-LIB-NAME TO OUT-RECORD(1:12)
             WRITE OUT-RECORD
           END-IF
           MOVE SPACES TO OUT-RECORD
           MOVE WS-ROWS TO OUT-RECORD(1:3)
           IF WS-KIND = "GRID"
             MOVE WS-COLS TO OUT-RECORD(4:3)
           END-IF
           WRITE OUT-RECORD
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROWS
             IF WS-KIND = "GRID"
               MOVE WS-COLS TO WS-ROW-END
             ELSE
               MOVE R TO WS-ROW-END
             END-IF
             MOVE SPACES TO OUT-RECORD
             PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-ROW-END
               COMPUTE WS-CELL-POS = (C - 1) * 3 + 1
               MOVE WS-CELL(R, C) TO OUT-RECORD(WS-CELL-POS:2)
             END-PERFORM
             WRITE OUT-RECORD
           END-PERFORM
           CLOSE OUT-FILE
           MOVE WS-ROWS TO WS-EDIT-A
           IF WS-KIND = "GRID"
             MOVE WS-COLS TO WS-EDIT-B
             DISPLAY "Generated a " FUNCTION TRIM(WS-EDIT-A) " x "
               FUNCTION TRIM(WS-EDIT-B) " grid to "
               FUNCTION TRIM(WS-TARGET) " from seed " WS-SEED
           ELSE
             DISPLAY "Generated a " FUNCTION TRIM(WS-EDIT-A)
               "-row triangle to " FUNCTION TRIM(WS-TARGET)
               " from seed " WS-SEED
           END-IF
           .
      ***** The planted answer, the solving program's arguments that
      ***** should find it, and the expmaint ADD that makes the pair
      ***** a regression case.
       D00-ShowAnswer.
           IF WS-PLANT = SPACES
             DISPLAY "Nothing planted: the answer is whatever the "
               "seeded values give"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RUN-PARMS
           EVALUATE WS-PLANT
             WHEN "RUN"
               MOVE WS-RUN-LEN TO WS-EDIT-A
               STRING FUNCTION TRIM(WS-EDIT-A) " "
                 DELIMITED BY SIZE INTO WS-RUN-PARMS
               DISPLAY "Planted " FUNCTION TRIM(WS-RUN-DIR)
                 " run of " FUNCTION TRIM(WS-EDIT-A) " cells"
               MOVE WS-PLANT-ROW TO WS-EDIT-A
               MOVE WS-PLANT-COL TO WS-EDIT-B
               DISPLAY "  starting at row " FUNCTION TRIM(WS-EDIT-A)
                 " column " FUNCTION TRIM(WS-EDIT-B)
             WHEN "BLOCK"
               MOVE WS-BLK-H TO WS-EDIT-A
               MOVE WS-BLK-W TO WS-EDIT-B
               STRING "BLOCK=" FUNCTION TRIM(WS-EDIT-A) "x"
                 FUNCTION TRIM(WS-EDIT-B) " "
                 DELIMITED BY SIZE INTO WS-RUN-PARMS
               MOVE WS-PLANT-ROW TO WS-EDIT-A
               MOVE WS-PLANT-COL TO WS-EDIT-B
               DISPLAY "Planted block with its top-left cell at row "
                 FUNCTION TRIM(WS-EDIT-A) " column "
                 FUNCTION TRIM(WS-EDIT-B)
             WHEN "PATH"
               MOVE WS-PLANT-COL TO WS-EDIT-A
               DISPLAY "Planted apex-to-base path ending at base "
                 "column " FUNCTION TRIM(WS-EDIT-A)
           END-EVALUATE
           IF WS-LIB-MODE = 'Y'
             STRING FUNCTION TRIM(WS-RUN-PARMS) " GRID="
               FUNCTION TRIM(WS-LIB-NAME)
               DELIMITED BY SIZE INTO WS-RUN-PARMS
           ELSE
             STRING FUNCTION TRIM(WS-RUN-PARMS) " "
               FUNCTION TRIM(WS-TARGET)
               DELIMITED BY SIZE INTO WS-RUN-PARMS
           END-IF
           MOVE WS-ANSWER TO WS-ANSWER-EDIT
           DISPLAY "Planted answer: " FUNCTION TRIM(WS-ANSWER-EDIT)
           IF WS-KIND = "GRID"
             DISPLAY "  find it with: problem11 "
               FUNCTION TRIM(WS-RUN-PARMS)
             DISPLAY "  regression:   expmaint ADD Problem11 "
               FUNCTION TRIM(WS-ANSWER-EDIT) " N "
               FUNCTION TRIM(WS-RUN-PARMS)
           ELSE
             DISPLAY "  find it with: problem18 "
               FUNCTION TRIM(WS-RUN-PARMS)
             DISPLAY "  regression:   expmaint ADD Problem18 "
               FUNCTION TRIM(WS-ANSWER-EDIT) " N "
               FUNCTION TRIM(WS-RUN-PARMS)
           END-IF
           .
      ***** The file just written has no released entry in the data
      ***** release register (a changed grid library no longer
      ***** matches its old one), so a production or REGRESS run of
      ***** the commands above is refused until the file is staged
      ***** and approved by a second maintenance user; a rehearsal
      ***** under EULER_SANDBOX reads it as it stands.
       D05-ShowReleaseSteps.
           DISPLAY "  before use:   datarel RELEASE "
             FUNCTION TRIM(WS-OUT-FILENAME)
           DISPLAY "                datarel APPROVE "
             FUNCTION TRIM(WS-OUT-FILENAME)
             " (by a second maintenance user)"
           DISPLAY "  or rehearse the commands above with "
             "EULER_SANDBOX set"
           .
       D10-JournalLibrary.
           MOVE "euler.grids" TO WS-CJ-FILE
           MOVE "GRIDADD" TO WS-CJ-MODE
           MOVE WS-LIB-SETS TO WS-EDIT-A
           MOVE SPACES TO WS-CJ-BEFORE
           STRING "grids=" FUNCTION TRIM(WS-EDIT-A)
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           MOVE WS-ROWS TO WS-EDIT-A
           MOVE WS-COLS TO WS-EDIT-B
           MOVE SPACES TO WS-CJ-AFTER
           STRING "added " FUNCTION TRIM(WS-LIB-NAME) " "
             FUNCTION TRIM(WS-EDIT-A) "x" FUNCTION TRIM(WS-EDIT-B)
             " seed=" WS-SEED " plant=" WS-PLANT
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** Exit
       END PROGRAM GridGen.
