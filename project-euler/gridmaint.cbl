       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Grid Library Maintenance
      *
      *    Maintains the Problem11 grid library
      *    (project-euler/euler.grids) so nobody hand-edits it again
      *    - a row one cell short under its dimension header sits
      *    undetected until Problem11's A10-ValidateShape abends the
      *    nightly run.
      *
      *    File layout, a stack of named grids, each one:
      *        a set-name record    name in columns 1-12; a name
      *                             begins with a letter
      *        a dimension header   HHHWWW - rows in columns 1-3,
      *                             columns in 4-6, each 1-30
      *        HHH detail records   WWW cells, each two digits
      *                             (00-99) and a space, grid.dat's
      *                             layout
      *    Blank records are ignored, as Problem11 ignores them.
      *
      *    Modes, supplied on the command line:
      *        gridmaint LIST
      *            every grid's name and dimensions
      *        gridmaint SHOW <name>
      *            one grid, header and rows, as it stands on file
      *        gridmaint ADD <name> <grid-file>
      *            add a grid under a new name from a file holding a
      *            header and its rows (the layout GridGen writes)
      *        gridmaint REPLACE <name> <grid-file>
      *            put the file's grid in place of the named one
      *        gridmaint DELETE <name>
      *            remove the named grid
      *        gridmaint CHECK
      *            validate every grid on file at once - a header
      *            that is not HHHWWW or is outside 1-30 by 1-30, a
      *            row count that differs from the header, a row
      *            with too few or too many cells, a cell that is
      *            not a two-digit value, records ahead of the first
      *            set name, a repeated name, the reserved name ALL,
      *            more grids than GRID=ALL can rank. Warnings only;
      *            RETURN-CODE 4 when anything is unclean.
      *
      *    ADD and REPLACE apply the CHECK rules to the incoming
      *    grid before anything is written and refuse a grid that
      *    fails them, so the library only ever gets cleaner. ADD
      *    also refuses a name already in the library and, as
      *    GridGen's LIB= does, a library already holding the 20
      *    grids Problem11's GRID=ALL sweep can rank.
      *
      *    The mutating modes take the maintenance permission (see
      *    userauth.cbl), LIST, SHOW and CHECK stay open to
      *    everyone. Each change goes to the change journal (see
      *    chgjournal.cbl); a whole grid will not fit in an image,
      *    so the before and after images carry the grid's name,
      *    shape, rows held and the sum of its cells. The changed
      *    library goes back into service through datarel RELEASE
      *    and APPROVE, which the run reminds the operator of.
      *****************************************************************
       PROGRAM-ID. GridMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB-FILE ASSIGN TO DYNAMIC WS-GRID-LIB-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-STATUS-CD.
           SELECT GRID-FILE ASSIGN TO DYNAMIC WS-GRID-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GRID-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD LIB-FILE.
       01 LIB-RECORD PIC X(120).
       FD GRID-FILE.
       01 GRID-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-LIB-STATUS-CD PIC XX.
       01 WS-GRID-STATUS-CD PIC XX.
       01 WS-GRID-LIB-NAME PIC X(80)
          VALUE "project-euler/euler.grids".
       01 WS-GRID-FILENAME PIC X(80).
       01 EOF-FLAG PIC X VALUE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-ARG-NAME-WIDE PIC X(40).
       01 WS-ARG-NAME PIC X(12).
       01 WS-LIB-MAX-SETS PIC 9(3) VALUE 20.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-LINE-TBL.
           05 WS-LINE PIC X(120) OCCURS 1000 TIMES.
       01 WS-LINE-IDX PIC 9(4).
       01 WS-ORPHAN-COUNT PIC 9(4) VALUE 0.
       01 WS-BLK-COUNT PIC 9(3) VALUE 0.
       01 WS-BLK-TBL.
           05 WS-BLK-ENTRY OCCURS 100 TIMES.
               10 WS-BLK-NAME PIC X(12).
               10 WS-BLK-FIRST PIC 9(4).
               10 WS-BLK-LAST PIC 9(4).
       01 WS-BLK-IDX PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-REWRITE-ACTION PIC X(1).
       01 WS-CHK-LABEL PIC X(90).
       01 WS-CHK-QUIET PIC X(1) VALUE 'N'.
       01 WS-CHK-COUNT PIC 9(3).
       01 WS-CHK-TBL.
           05 WS-CHK-LINE PIC X(120) OCCURS 40 TIMES.
       01 WS-CHK-IDX PIC 9(3).
       01 WS-CHK-HELD PIC 9(4).
       01 WS-CHK-ROWS PIC 9(3).
       01 WS-CHK-COLS PIC 9(3).
       01 WS-CHK-SUM PIC 9(6).
       01 WS-CHK-WARN PIC 9(3).
       01 WS-CELL-IDX PIC 9(3).
       01 WS-CELL-POS PIC 9(3).
       01 WS-CELL-VALUE PIC 9(2).
       01 WS-MSG PIC X(100).
       01 WS-EDIT-A PIC ZZZ9.
       01 WS-EDIT-B PIC ZZZ9.
       01 WS-EDIT-C PIC ZZZ9.
       01 WS-SUM-EDIT PIC Z(5)9.
       01 WS-WARN-COUNT PIC 9(3) VALUE 0.
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "GridMaint".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CJ-FILE PIC X(30) VALUE "euler.grids".
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           IF WS-MODE NOT = "LIST" AND WS-MODE NOT = "SHOW"
             AND WS-MODE NOT = "CHECK"
             PERFORM A03-CheckMaintAuth
           END-IF
           PERFORM B00-LoadLibrary
           PERFORM B10-FindBlocks
           EVALUATE WS-MODE
             WHEN "LIST"
               PERFORM C00-ListGrids
             WHEN "SHOW"
               PERFORM C10-ShowGrid
             WHEN "ADD"
               PERFORM C20-AddGrid
               PERFORM D00-RewriteFile
             WHEN "REPLACE"
               PERFORM C30-ReplaceGrid
               PERFORM D00-RewriteFile
             WHEN "DELETE"
               PERFORM C40-DeleteGrid
               PERFORM D00-RewriteFile
             WHEN "CHECK"
               PERFORM C50-CheckLibrary
             WHEN OTHER
               DISPLAY "ABEND: mode must be LIST, SHOW, ADD, "
                 "REPLACE, DELETE, or CHECK (got "
                 FUNCTION TRIM(WS-MODE) ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           IF WS-MODE = "ADD" OR WS-MODE = "REPLACE"
             OR WS-MODE = "DELETE"
             PERFORM J00-WriteJournal
           END-IF
           PERFORM A99-ReportElapsedTime
           IF WS-WARN-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
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
      ***** Every mode that rewrites the library is gated on the
      ***** maintenance permission in the user-profile file (see
      ***** userauth.cbl); LIST, SHOW and CHECK stay open to
      ***** everyone.
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
      ***** Mode, then the grid name for every mode but LIST and
      ***** CHECK, then the grid file for ADD and REPLACE. Names are
      ***** compared upper-case, as GridGen and Problem11 compare
      ***** them.
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
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           MOVE SPACES TO WS-ARG-NAME-WIDE
           MOVE SPACES TO WS-ARG-NAME
           MOVE SPACES TO WS-GRID-FILENAME
           IF WS-MODE = "LIST" OR WS-MODE = "CHECK"
             EXIT PARAGRAPH
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-NAME-WIDE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-ARG-NAME-WIDE)
             TO WS-ARG-NAME-WIDE
           IF WS-ARG-NAME-WIDE = SPACES
             DISPLAY "ABEND: a grid name is required"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-ARG-NAME-WIDE(13:) NOT = SPACES
             DISPLAY "ABEND: grid name "
               FUNCTION TRIM(WS-ARG-NAME-WIDE)
               " is longer than 12 characters"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ARG-NAME-WIDE TO WS-ARG-NAME
           IF WS-MODE NOT = "ADD" AND WS-MODE NOT = "REPLACE"
             EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-GRID-FILENAME FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-GRID-FILENAME = SPACES
             DISPLAY "ABEND: " FUNCTION TRIM(WS-MODE)
               " needs a grid file holding the header and rows"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** The whole library into the line table; blank records are
      ***** dropped, and a library not yet on disk (status 35) is
      ***** simply empty.
       B00-LoadLibrary.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT LIB-FILE
           IF WS-LIB-STATUS-CD = "35"
             EXIT PARAGRAPH
           END-IF
           IF WS-LIB-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot read grid library "
               FUNCTION TRIM(WS-GRID-LIB-NAME)
               " (status " WS-LIB-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ LIB-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF LIB-RECORD NOT = SPACES
                   IF WS-LINE-COUNT >= 1000
                     DISPLAY "ABEND: grid library "
                       FUNCTION TRIM(WS-GRID-LIB-NAME)
                       " holds more than 1000 records"
                     CLOSE LIB-FILE
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                   END-IF
                   ADD 1 TO WS-LINE-COUNT
                   MOVE LIB-RECORD TO WS-LINE(WS-LINE-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LIB-FILE
           .
      ***** Splits the line table into grids by their set-name
      ***** records rather than by the headers' row counts, so a
      ***** header that miscounts its rows is found and reported
      ***** instead of throwing every later grid out of step. A
      ***** set name begins with a letter; header and detail
      ***** records begin with a digit.
       B10-FindBlocks.
           MOVE 0 TO WS-BLK-COUNT
           MOVE 0 TO WS-ORPHAN-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
             UNTIL WS-LINE-IDX > WS-LINE-COUNT
             IF WS-LINE(WS-LINE-IDX)(1:1) IS ALPHABETIC
               AND WS-LINE(WS-LINE-IDX)(1:1) NOT = SPACE
               IF WS-BLK-COUNT >= 100
                 DISPLAY "ABEND: grid library "
                   FUNCTION TRIM(WS-GRID-LIB-NAME)
                   " holds more than 100 set names"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-BLK-COUNT
               MOVE FUNCTION UPPER-CASE(WS-LINE(WS-LINE-IDX)(1:12))
                 TO WS-BLK-NAME(WS-BLK-COUNT)
               MOVE WS-LINE-IDX TO WS-BLK-FIRST(WS-BLK-COUNT)
               MOVE WS-LINE-IDX TO WS-BLK-LAST(WS-BLK-COUNT)
             ELSE
               IF WS-BLK-COUNT = 0
                 ADD 1 TO WS-ORPHAN-COUNT
               ELSE
                 MOVE WS-LINE-IDX TO WS-BLK-LAST(WS-BLK-COUNT)
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Leaves WS-MATCH-IDX at the grid named on the command
      ***** line, zero when the library has no such grid.
       B20-FindGrid.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
             UNTIL WS-BLK-IDX > WS-BLK-COUNT OR WS-MATCH-IDX > 0
             IF WS-BLK-NAME(WS-BLK-IDX) = WS-ARG-NAME
               MOVE WS-BLK-IDX TO WS-MATCH-IDX
             END-IF
           END-PERFORM
           .
       B25-RequireGrid.
           PERFORM B20-FindGrid
           IF WS-MATCH-IDX = 0
             DISPLAY "ABEND: the grid library holds no grid named "
               FUNCTION TRIM(WS-ARG-NAME)
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** Name and shape of every grid; the shape is worked out
      ***** quietly through the CHECK rules, so a grid CHECK would
      ***** complain about is flagged here too.
       C00-ListGrids.
           DISPLAY "Grid library " FUNCTION TRIM(WS-GRID-LIB-NAME)
           MOVE 'Y' TO WS-CHK-QUIET
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
             UNTIL WS-BLK-IDX > WS-BLK-COUNT
             PERFORM E10-CopyBlock
             PERFORM E20-ValidateGrid
             MOVE WS-CHK-ROWS TO WS-EDIT-A
             MOVE WS-CHK-COLS TO WS-EDIT-B
             IF WS-CHK-WARN = 0
               DISPLAY "  " WS-BLK-NAME(WS-BLK-IDX) " "
                 WS-EDIT-A " x" WS-EDIT-B
             ELSE
               DISPLAY "  " WS-BLK-NAME(WS-BLK-IDX) " "
                 WS-EDIT-A " x" WS-EDIT-B
                 "   (fails CHECK - run gridmaint CHECK)"
             END-IF
           END-PERFORM
           MOVE 'N' TO WS-CHK-QUIET
           MOVE WS-BLK-COUNT TO WS-EDIT-A
           DISPLAY FUNCTION TRIM(WS-EDIT-A) " grids in the library"
           .
       C10-ShowGrid.
           PERFORM B25-RequireGrid
           PERFORM VARYING WS-LINE-IDX
             FROM WS-BLK-FIRST(WS-MATCH-IDX) BY 1
             UNTIL WS-LINE-IDX > WS-BLK-LAST(WS-MATCH-IDX)
             DISPLAY FUNCTION TRIM(WS-LINE(WS-LINE-IDX) TRAILING)
           END-PERFORM
           .
      ***** A new name that begins with a letter and is not the
      ***** GRID=ALL keyword, room in the library, and a grid file
      ***** that passes every CHECK rule, before anything is written.
       C20-AddGrid.
           IF WS-ARG-NAME(1:1) IS NOT ALPHABETIC
             OR WS-ARG-NAME = "ALL"
             DISPLAY "ABEND: a grid name begins with a letter and "
               "is not ALL (got " FUNCTION TRIM(WS-ARG-NAME) ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM B20-FindGrid
           IF WS-MATCH-IDX > 0
             DISPLAY "ABEND: the grid library already holds a grid "
               "named " FUNCTION TRIM(WS-ARG-NAME)
               " (use REPLACE)"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-BLK-COUNT >= WS-LIB-MAX-SETS
             MOVE WS-BLK-COUNT TO WS-EDIT-A
             DISPLAY "ABEND: the grid library already holds "
               FUNCTION TRIM(WS-EDIT-A)
               " grids, as many as GRID=ALL can rank"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM E00-LoadGridFile
           MOVE "GRIDADD" TO WS-CJ-MODE
           MOVE WS-BLK-COUNT TO WS-EDIT-A
           MOVE SPACES TO WS-CJ-BEFORE
           STRING "grids=" FUNCTION TRIM(WS-EDIT-A)
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           PERFORM J10-BuildAfterImage
           MOVE 'A' TO WS-REWRITE-ACTION
           DISPLAY "Added grid " FUNCTION TRIM(WS-ARG-NAME) " ("
             FUNCTION TRIM(WS-EDIT-A) " x " FUNCTION TRIM(WS-EDIT-B)
             ") from " FUNCTION TRIM(WS-GRID-FILENAME)
           .
       C30-ReplaceGrid.
           PERFORM B25-RequireGrid
           MOVE WS-MATCH-IDX TO WS-BLK-IDX
           MOVE 'Y' TO WS-CHK-QUIET
           PERFORM E10-CopyBlock
           PERFORM E20-ValidateGrid
           MOVE 'N' TO WS-CHK-QUIET
           PERFORM J20-BuildBeforeImage
           PERFORM E00-LoadGridFile
           MOVE "GRIDREPL" TO WS-CJ-MODE
           PERFORM J10-BuildAfterImage
           MOVE 'R' TO WS-REWRITE-ACTION
           DISPLAY "Replaced grid " FUNCTION TRIM(WS-ARG-NAME)
             " with " FUNCTION TRIM(WS-EDIT-A) " x "
             FUNCTION TRIM(WS-EDIT-B) " from "
             FUNCTION TRIM(WS-GRID-FILENAME)
           .
       C40-DeleteGrid.
           PERFORM B25-RequireGrid
           MOVE WS-MATCH-IDX TO WS-BLK-IDX
           MOVE 'Y' TO WS-CHK-QUIET
           PERFORM E10-CopyBlock
           PERFORM E20-ValidateGrid
           MOVE 'N' TO WS-CHK-QUIET
           PERFORM J20-BuildBeforeImage
           MOVE "GRIDDEL" TO WS-CJ-MODE
           COMPUTE WS-EDIT-A = WS-BLK-COUNT - 1
           MOVE SPACES TO WS-CJ-AFTER
           STRING "deleted " FUNCTION TRIM(WS-ARG-NAME) " grids="
             FUNCTION TRIM(WS-EDIT-A)
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           MOVE 'D' TO WS-REWRITE-ACTION
           DISPLAY "Deleted grid " FUNCTION TRIM(WS-ARG-NAME)
           .
      ***** Every grid through the same rules ADD and REPLACE apply
      ***** to an incoming grid, then the library-wide rules: no
      ***** records ahead of the first name, no name twice, no grid
      ***** called ALL, no more grids than GRID=ALL can rank.
       C50-CheckLibrary.
           IF WS-ORPHAN-COUNT > 0
             MOVE WS-ORPHAN-COUNT TO WS-EDIT-A
             DISPLAY "WARNING: " FUNCTION TRIM(WS-EDIT-A)
               " records come before the first set name"
             ADD 1 TO WS-WARN-COUNT
           END-IF
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
             UNTIL WS-BLK-IDX > WS-BLK-COUNT
             PERFORM C55-CheckOneGrid
           END-PERFORM
           IF WS-BLK-COUNT > WS-LIB-MAX-SETS
             MOVE WS-BLK-COUNT TO WS-EDIT-A
             MOVE WS-LIB-MAX-SETS TO WS-EDIT-B
             DISPLAY "WARNING: the library holds "
               FUNCTION TRIM(WS-EDIT-A) " grids; GRID=ALL ranks "
               "only " FUNCTION TRIM(WS-EDIT-B)
             ADD 1 TO WS-WARN-COUNT
           END-IF
           MOVE WS-BLK-COUNT TO WS-EDIT-A
           IF WS-WARN-COUNT = 0
             DISPLAY "CHECK clean: " FUNCTION TRIM(WS-EDIT-A)
               " grids"
           ELSE
             DISPLAY "CHECK found " WS-WARN-COUNT " warnings"
           END-IF
           .
       C55-CheckOneGrid.
           PERFORM E10-CopyBlock
           PERFORM E20-ValidateGrid
           ADD WS-CHK-WARN TO WS-WARN-COUNT
           IF WS-BLK-NAME(WS-BLK-IDX) = "ALL"
             DISPLAY "WARNING: grid ALL cannot be run - GRID=ALL "
               "means every grid"
             ADD 1 TO WS-WARN-COUNT
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX >= WS-BLK-IDX
             IF WS-BLK-NAME(WS-SCAN-IDX) = WS-BLK-NAME(WS-BLK-IDX)
               DISPLAY "WARNING: grid "
                 FUNCTION TRIM(WS-BLK-NAME(WS-BLK-IDX))
                 " appears more than once; Problem11 runs the first"
               ADD 1 TO WS-WARN-COUNT
               EXIT PERFORM
             END-IF
           END-PERFORM
           .
      ***** Writes the library back from the line table: a new grid
      ***** goes on the end, a replaced grid's records give way to
      ***** the incoming ones under the same name, a deleted grid's
      ***** records are left out.
       D00-RewriteFile.
           OPEN OUTPUT LIB-FILE
           IF WS-LIB-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot rewrite grid library "
               FUNCTION TRIM(WS-GRID-LIB-NAME)
               " (status " WS-LIB-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
             UNTIL WS-LINE-IDX > WS-LINE-COUNT
             IF WS-REWRITE-ACTION NOT = 'A'
               AND WS-LINE-IDX >= WS-BLK-FIRST(WS-MATCH-IDX)
               AND WS-LINE-IDX <= WS-BLK-LAST(WS-MATCH-IDX)
               IF WS-REWRITE-ACTION = 'R'
                 AND WS-LINE-IDX = WS-BLK-FIRST(WS-MATCH-IDX)
                 PERFORM D10-WriteNewGrid
               END-IF
             ELSE
               MOVE WS-LINE(WS-LINE-IDX) TO LIB-RECORD
               WRITE LIB-RECORD
             END-IF
           END-PERFORM
           IF WS-REWRITE-ACTION = 'A'
             PERFORM D10-WriteNewGrid
           END-IF
           CLOSE LIB-FILE
           DISPLAY "The grid library changed: stage it again with "
             "datarel RELEASE " FUNCTION TRIM(WS-GRID-LIB-NAME)
           .
       D10-WriteNewGrid.
           MOVE SPACES TO LIB-RECORD
           MOVE WS-ARG-NAME TO LIB-RECORD(1:12)
           WRITE LIB-RECORD
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
             UNTIL WS-CHK-IDX > WS-CHK-COUNT
             MOVE WS-CHK-LINE(WS-CHK-IDX) TO LIB-RECORD
             WRITE LIB-RECORD
           END-PERFORM
           .
      ***** The incoming grid for ADD and REPLACE, header and rows
      ***** with blank records dropped, through the CHECK rules; a
      ***** grid that fails any of them leaves the library alone.
       E00-LoadGridFile.
           MOVE 0 TO WS-CHK-COUNT
           MOVE 0 TO WS-CHK-HELD
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT GRID-FILE
           IF WS-GRID-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot read grid file "
               FUNCTION TRIM(WS-GRID-FILENAME)
               " (status " WS-GRID-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ GRID-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF GRID-RECORD NOT = SPACES
                   IF WS-CHK-COUNT < 40
                     ADD 1 TO WS-CHK-COUNT
                     MOVE GRID-RECORD TO WS-CHK-LINE(WS-CHK-COUNT)
                   END-IF
                   ADD 1 TO WS-CHK-HELD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GRID-FILE
           IF WS-CHK-HELD > 0
             SUBTRACT 1 FROM WS-CHK-HELD
           END-IF
           MOVE SPACES TO WS-CHK-LABEL
           STRING "grid file " FUNCTION TRIM(WS-GRID-FILENAME)
             DELIMITED BY SIZE INTO WS-CHK-LABEL
           PERFORM E20-ValidateGrid
           IF WS-CHK-WARN > 0
             DISPLAY "ABEND: " FUNCTION TRIM(WS-CHK-LABEL)
               " fails " WS-CHK-WARN " checks; the grid library "
               "is unchanged"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-CHK-ROWS TO WS-EDIT-A
           MOVE WS-CHK-COLS TO WS-EDIT-B
           .
      ***** One library grid's header and rows into the check
      ***** table; only the first 40 records fit, which is more
      ***** than any valid grid holds, and WS-CHK-HELD keeps the
      ***** true count for the row-count rule.
       E10-CopyBlock.
           MOVE 0 TO WS-CHK-COUNT
           COMPUTE WS-CHK-HELD = WS-BLK-LAST(WS-BLK-IDX)
             - WS-BLK-FIRST(WS-BLK-IDX)
           IF WS-CHK-HELD > 0
             SUBTRACT 1 FROM WS-CHK-HELD
           END-IF
           COMPUTE WS-LINE-IDX = WS-BLK-FIRST(WS-BLK-IDX) + 1
           PERFORM UNTIL WS-LINE-IDX > WS-BLK-LAST(WS-BLK-IDX)
             OR WS-CHK-COUNT >= 40
             ADD 1 TO WS-CHK-COUNT
             MOVE WS-LINE(WS-LINE-IDX) TO WS-CHK-LINE(WS-CHK-COUNT)
             ADD 1 TO WS-LINE-IDX
           END-PERFORM
           MOVE SPACES TO WS-CHK-LABEL
           STRING "grid " FUNCTION TRIM(WS-BLK-NAME(WS-BLK-IDX))
             DELIMITED BY SIZE INTO WS-CHK-LABEL
           .
      ***** The CHECK rules for one grid in the check table: an
      ***** HHHWWW header within 1-30 by 1-30, as many rows as the
      ***** header declares, and in every row exactly the declared
      ***** number of two-digit cells. Leaves the shape, the sum of
      ***** the cells and the count of problems found.
       E20-ValidateGrid.
           MOVE 0 TO WS-CHK-WARN
           MOVE 0 TO WS-CHK-SUM
           MOVE 0 TO WS-CHK-ROWS
           MOVE 0 TO WS-CHK-COLS
           IF WS-CHK-COUNT = 0
             MOVE "has no dimension header" TO WS-MSG
             PERFORM E29-Warn
             EXIT PARAGRAPH
           END-IF
           IF WS-CHK-LINE(1)(1:6) IS NOT NUMERIC
             OR WS-CHK-LINE(1)(7:) NOT = SPACES
             MOVE SPACES TO WS-MSG
             STRING "header '" FUNCTION TRIM(WS-CHK-LINE(1)(1:20))
               "' is not HHHWWW (rows, columns)"
               DELIMITED BY SIZE INTO WS-MSG
             PERFORM E29-Warn
             EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-LINE(1)(1:3) TO WS-CHK-ROWS
           MOVE WS-CHK-LINE(1)(4:3) TO WS-CHK-COLS
           IF WS-CHK-ROWS < 1 OR WS-CHK-ROWS > 30
             OR WS-CHK-COLS < 1 OR WS-CHK-COLS > 30
             MOVE SPACES TO WS-MSG
             STRING "header " WS-CHK-LINE(1)(1:6)
               " is outside 1-30 rows by 1-30 columns"
               DELIMITED BY SIZE INTO WS-MSG
             PERFORM E29-Warn
             EXIT PARAGRAPH
           END-IF
           IF WS-CHK-HELD NOT = WS-CHK-ROWS
             MOVE WS-CHK-ROWS TO WS-EDIT-A
             MOVE WS-CHK-HELD TO WS-EDIT-B
             MOVE SPACES TO WS-MSG
             STRING "header declares " FUNCTION TRIM(WS-EDIT-A)
               " rows but " FUNCTION TRIM(WS-EDIT-B) " follow"
               DELIMITED BY SIZE INTO WS-MSG
             PERFORM E29-Warn
           END-IF
           PERFORM VARYING WS-CHK-IDX FROM 2 BY 1
             UNTIL WS-CHK-IDX > WS-CHK-COUNT
             PERFORM E25-ValidateRow
           END-PERFORM
           .
      ***** One problem per row is enough to send the operator to
      ***** it; the first is reported and the row left there.
       E25-ValidateRow.
           COMPUTE WS-EDIT-A = WS-CHK-IDX - 1
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
             UNTIL WS-CELL-IDX > WS-CHK-COLS
             COMPUTE WS-CELL-POS = (WS-CELL-IDX - 1) * 3 + 1
             IF WS-CHK-LINE(WS-CHK-IDX)(WS-CELL-POS:) = SPACES
               COMPUTE WS-EDIT-B = WS-CELL-IDX - 1
               MOVE WS-CHK-COLS TO WS-EDIT-C
               MOVE SPACES TO WS-MSG
               STRING "row " FUNCTION TRIM(WS-EDIT-A) " has "
                 FUNCTION TRIM(WS-EDIT-B) " cells, the header "
                 "declares " FUNCTION TRIM(WS-EDIT-C)
                 DELIMITED BY SIZE INTO WS-MSG
               PERFORM E29-Warn
               EXIT PARAGRAPH
             END-IF
             IF WS-CHK-LINE(WS-CHK-IDX)(WS-CELL-POS:2) IS NOT NUMERIC
               OR (WS-CELL-IDX < WS-CHK-COLS AND
                 WS-CHK-LINE(WS-CHK-IDX)(WS-CELL-POS + 2:1)
                   NOT = SPACE)
               MOVE WS-CELL-IDX TO WS-EDIT-B
               MOVE SPACES TO WS-MSG
               STRING "row " FUNCTION TRIM(WS-EDIT-A) " cell "
                 FUNCTION TRIM(WS-EDIT-B) " ('"
                 WS-CHK-LINE(WS-CHK-IDX)(WS-CELL-POS:3)
                 "') is not a two-digit value"
                 DELIMITED BY SIZE INTO WS-MSG
               PERFORM E29-Warn
               EXIT PARAGRAPH
             END-IF
             MOVE WS-CHK-LINE(WS-CHK-IDX)(WS-CELL-POS:2)
               TO WS-CELL-VALUE
             ADD WS-CELL-VALUE TO WS-CHK-SUM
           END-PERFORM
           COMPUTE WS-CELL-POS = WS-CHK-COLS * 3
           IF WS-CHK-LINE(WS-CHK-IDX)(WS-CELL-POS:) NOT = SPACES
             MOVE WS-CHK-COLS TO WS-EDIT-B
             MOVE SPACES TO WS-MSG
             STRING "row " FUNCTION TRIM(WS-EDIT-A)
               " has more than the " FUNCTION TRIM(WS-EDIT-B)
               " cells the header declares"
               DELIMITED BY SIZE INTO WS-MSG
             PERFORM E29-Warn
           END-IF
           .
       E29-Warn.
           ADD 1 TO WS-CHK-WARN
           IF WS-CHK-QUIET = 'N'
             DISPLAY "WARNING: " FUNCTION TRIM(WS-CHK-LABEL) " "
               FUNCTION TRIM(WS-MSG)
           END-IF
           .
      ***** Every mutation goes to the shared change journal (see
      ***** chgjournal.cbl): before-image, after-image, mode, user,
      ***** timestamp.
       J00-WriteJournal.
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** The grid as the check table holds it: name, shape, rows
      ***** held and the sum of its cells.
       J10-BuildAfterImage.
           MOVE WS-CHK-ROWS TO WS-EDIT-A
           MOVE WS-CHK-COLS TO WS-EDIT-B
           MOVE WS-CHK-HELD TO WS-EDIT-C
           MOVE WS-CHK-SUM TO WS-SUM-EDIT
           MOVE SPACES TO WS-CJ-AFTER
           STRING FUNCTION TRIM(WS-ARG-NAME) " "
             FUNCTION TRIM(WS-EDIT-A) "x" FUNCTION TRIM(WS-EDIT-B)
             " rows=" FUNCTION TRIM(WS-EDIT-C)
             " sum=" FUNCTION TRIM(WS-SUM-EDIT)
             " from " FUNCTION TRIM(WS-GRID-FILENAME)
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           .
       J20-BuildBeforeImage.
           MOVE WS-CHK-ROWS TO WS-EDIT-A
           MOVE WS-CHK-COLS TO WS-EDIT-B
           MOVE WS-CHK-HELD TO WS-EDIT-C
           MOVE WS-CHK-SUM TO WS-SUM-EDIT
           MOVE SPACES TO WS-CJ-BEFORE
           STRING FUNCTION TRIM(WS-ARG-NAME) " "
             FUNCTION TRIM(WS-EDIT-A) "x" FUNCTION TRIM(WS-EDIT-B)
             " rows=" FUNCTION TRIM(WS-EDIT-C)
             " sum=" FUNCTION TRIM(WS-SUM-EDIT)
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           .
      ***** Exit
       END PROGRAM GridMaint.
