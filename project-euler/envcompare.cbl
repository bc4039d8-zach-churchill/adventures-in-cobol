       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Environment Comparison
      *
      *    Before a DR failover test - and after a sandbox has been
      *    seeded and worked in for a while - someone has to say
      *    whether the two environments are set up alike. Up to now
      *    that meant eyeballing a directory listing. This report
      *    takes two directory roots (the live tree, the DR site's
      *    copy, a sandbox directory) and compares, record by
      *    record, the control files that PathName resolves in each:
      *        euler.registry    keyed on the program name
      *        euler.expected    keyed on program plus parameters
      *        euler.config      keyed on the setting name, compared
      *                          value by value
      *        euler.calendar    keyed on the date
      *        euler.sla         keyed on the program name
      *        euler.users       keyed on the user ID
      *        euler.runctl      keyed on the step's program name
      *        euler.alertroute  keyed on the event code
      *        fizzbuzz.rules    keyed on rule set, type and operands
      *    Rows that repeat a key (a program run twice in the run
      *    control, say) are paired in the order they appear.
      *    Comment lines (an asterisk in column 1) and blank lines
      *    are skipped, so re-wording a comment or re-ordering
      *    euler.config is not a difference.
      *
      *    Each file's name is resolved through PathName (see
      *    pathname.cbl), so a PATH-<basename> setting moves it the
      *    same way it moves it for the programs that read it. The
      *    resolved name is looked for under each root; a root that
      *    holds its files flat, the way SandboxInit seeds a sandbox
      *    directory, is looked in by basename next.
      *
      *    Usage:
      *        envcompare <root-a> <root-b> [basename]
      *    e.g. "envcompare . /dr/euler" or "envcompare . sandbox";
      *    naming one basename limits the run to that file. Rows
      *    only under root B are ADDED, rows only under root A are
      *    REMOVED, and rows whose key matches but whose content
      *    does not are CHANGED, with the column where they first
      *    part. A file present under one root only is MISSING.
      *    Output goes to the console and project-euler/
      *    envcompare.rpt.
      *
      *    RETURN-CODE is 0 when the two environments match, 4 on
      *    any difference - so a failover test's JCL can test it -
      *    and 16 when the run cannot start.
      *****************************************************************
       PROGRAM-ID. EnvCompare.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT A-FILE ASSIGN TO DYNAMIC WS-A-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-A-STATUS-CD.
           SELECT B-FILE ASSIGN TO DYNAMIC WS-B-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-B-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO "project-euler/envcompare.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD A-FILE.
       01 A-LINE PIC X(200).
       FD B-FILE.
       01 B-LINE PIC X(200).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-A-STATUS-CD PIC XX.
       01 WS-B-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-FLAG PIC X.
       01 WS-A-NAME PIC X(200).
       01 WS-B-NAME PIC X(200).
       01 WS-ROOT-A PIC X(100).
       01 WS-ROOT-B PIC X(100).
       01 WS-ONLY-FILE PIC X(60).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
      ***** The control files compared: compiled default path, key
      ***** length from column 1, and kind - K for keyed rows, C for
      ***** the configuration file's key/value settings.
       01 WS-FILE-COUNT PIC 9(2) VALUE 9.
       01 WS-FILE-TBL.
           05 WS-FILE-ENTRY OCCURS 9 TIMES.
               10 WS-FILE-DEFAULT PIC X(80).
               10 WS-FILE-KEYLEN PIC 9(3).
               10 WS-FILE-KIND PIC X(1).
       01 WS-FILE-IDX PIC 9(2).
       01 WS-FILES-DONE PIC 9(2) VALUE 0.
       01 WS-FILES-DIFFER PIC 9(2) VALUE 0.
       01 WS-KEYLEN PIC 9(3).
       01 WS-KIND PIC X(1).
      ***** Name resolution through PathName.
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-PN-RESOLVED PIC X(100).
       01 WS-BASENAME PIC X(60).
       01 WS-SLASH-IDX PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-TRY-ROOT PIC X(100).
       01 WS-TRY-NAME PIC X(200).
       01 WS-TRY-FOUND PIC X(1).
       01 WS-A-FOUND PIC X(1).
       01 WS-B-FOUND PIC X(1).
       01 WS-A-PATH PIC X(200).
       01 WS-B-PATH PIC X(200).
      ***** Each side's rows, with the occurrence of the row's key
      ***** among the rows before it and whether it has been paired.
       01 WS-ROW-LIMIT PIC 9(3) VALUE 300.
       01 WS-A-COUNT PIC 9(3).
       01 WS-A-OVER PIC 9(5).
       01 WS-A-TBL.
           05 WS-A-ENTRY OCCURS 300 TIMES.
               10 WS-A-ROW PIC X(200).
               10 WS-A-OCC PIC 9(3).
               10 WS-A-PAIRED PIC X(1).
       01 WS-B-COUNT PIC 9(3).
       01 WS-B-OVER PIC 9(5).
       01 WS-B-TBL.
           05 WS-B-ENTRY OCCURS 300 TIMES.
               10 WS-B-ROW PIC X(200).
               10 WS-B-OCC PIC 9(3).
               10 WS-B-PAIRED PIC X(1).
       01 WS-AI PIC 9(3).
       01 WS-BI PIC 9(3).
       01 WS-XI PIC 9(3).
       01 WS-OCC PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-DIFF-COL PIC 9(3).
       01 WS-ADDED PIC 9(5).
       01 WS-REMOVED PIC 9(5).
       01 WS-CHANGED PIC 9(5).
       01 WS-SAME PIC 9(5).
       01 WS-TOT-ADDED PIC 9(5) VALUE 0.
       01 WS-TOT-REMOVED PIC 9(5) VALUE 0.
       01 WS-TOT-CHANGED PIC 9(5) VALUE 0.
       01 WS-TOT-MISSING PIC 9(5) VALUE 0.
       01 WS-ROW-WORK PIC X(200).
       01 WS-COL-EDIT PIC ZZ9.
       01 WS-ARG-IDX PIC 9(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(130).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM B00-SetFileTable
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               "project-euler/envcompare.rpt (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > WS-FILE-COUNT
             PERFORM B10-CompareOneFile
           END-PERFORM
           IF WS-ONLY-FILE NOT = SPACES AND WS-FILES-DONE = 0
             CLOSE RPT-FILE
             DISPLAY "ABEND: " FUNCTION TRIM(WS-ONLY-FILE)
               " is not one of the control files compared"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM C80-WriteSummary
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           IF WS-FILES-DIFFER > 0
             MOVE 4 TO WS-FINAL-RC
           END-IF
           PERFORM A99-ReportElapsedTime
           MOVE WS-FINAL-RC TO RETURN-CODE
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
      ***** The two roots are required; a third argument names the
      ***** one control file to compare.
       A05-GetParameters.
           MOVE SPACES TO WS-ROOT-A WS-ROOT-B WS-ONLY-FILE
           MOVE 1 TO WS-ARG-IDX
           DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
           ACCEPT WS-ROOT-A FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE 2 TO WS-ARG-IDX
           DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
           ACCEPT WS-ROOT-B FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE 3 TO WS-ARG-IDX
           DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
           ACCEPT WS-ONLY-FILE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ROOT-A = SPACES OR WS-ROOT-B = SPACES
             DISPLAY "ABEND: usage is envcompare <root-a> <root-b>"
               " [basename]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "Comparing root A " FUNCTION TRIM(WS-ROOT-A)
             " with root B " FUNCTION TRIM(WS-ROOT-B)
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl),
      ***** then names the two roots.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "EnvCompare" TO EURPTFMT-PROGRAM
           MOVE "Environment Comparison" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Root A: " FUNCTION TRIM(WS-ROOT-A)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Root B: " FUNCTION TRIM(WS-ROOT-B)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           .
      ***** Builds and writes the report's closing lines the same way.
       A98-WriteReportFooter.
           MOVE 'F' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           .
      ***** Writes one detail line through the shared formatter's
      ***** page accounting (see reportformat.cbl).
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
      ***** The control files, each with the compiled path its
      ***** readers ASSIGN and the key its rows are matched on (the
      ***** record layouts in the programs that own each file).
       B00-SetFileTable.
           MOVE "project-euler/euler.registry" TO WS-FILE-DEFAULT(1)
           MOVE 12 TO WS-FILE-KEYLEN(1)
           MOVE "project-euler/euler.expected" TO WS-FILE-DEFAULT(2)
           MOVE 72 TO WS-FILE-KEYLEN(2)
           MOVE "project-euler/euler.config" TO WS-FILE-DEFAULT(3)
           MOVE 24 TO WS-FILE-KEYLEN(3)
           MOVE "project-euler/euler.calendar" TO WS-FILE-DEFAULT(4)
           MOVE 8 TO WS-FILE-KEYLEN(4)
           MOVE "project-euler/euler.sla" TO WS-FILE-DEFAULT(5)
           MOVE 12 TO WS-FILE-KEYLEN(5)
           MOVE "project-euler/euler.users" TO WS-FILE-DEFAULT(6)
           MOVE 12 TO WS-FILE-KEYLEN(6)
           MOVE "project-euler/euler.runctl" TO WS-FILE-DEFAULT(7)
           MOVE 12 TO WS-FILE-KEYLEN(7)
           MOVE "project-euler/euler.alertroute"
             TO WS-FILE-DEFAULT(8)
           MOVE 12 TO WS-FILE-KEYLEN(8)
           MOVE "fun/fizzbuzz.rules" TO WS-FILE-DEFAULT(9)
           MOVE 25 TO WS-FILE-KEYLEN(9)
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > WS-FILE-COUNT
             MOVE 'K' TO WS-FILE-KIND(WS-FILE-IDX)
           END-PERFORM
           MOVE 'C' TO WS-FILE-KIND(3)
           .
      ***** One control file: find it under each root, load both
      ***** copies, pair the rows and report what differs.
       B10-CompareOneFile.
           MOVE WS-FILE-DEFAULT(WS-FILE-IDX) TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-PN-RESOLVED
           PERFORM E00-FindBasename
           IF WS-ONLY-FILE NOT = SPACES
             AND WS-ONLY-FILE NOT = WS-BASENAME
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-DONE
           MOVE WS-FILE-KEYLEN(WS-FILE-IDX) TO WS-KEYLEN
           MOVE WS-FILE-KIND(WS-FILE-IDX) TO WS-KIND
           MOVE 0 TO WS-ADDED WS-REMOVED WS-CHANGED WS-SAME
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE WS-ROOT-A TO WS-TRY-ROOT
           PERFORM E10-LocateUnderRoot
           MOVE WS-TRY-FOUND TO WS-A-FOUND
           MOVE WS-TRY-NAME TO WS-A-PATH
           MOVE WS-ROOT-B TO WS-TRY-ROOT
           PERFORM E10-LocateUnderRoot
           MOVE WS-TRY-FOUND TO WS-B-FOUND
           MOVE WS-TRY-NAME TO WS-B-PATH
           MOVE WS-A-PATH TO WS-A-NAME
           MOVE WS-B-PATH TO WS-B-NAME
           IF WS-A-FOUND = 'N' AND WS-B-FOUND = 'N'
             MOVE SPACES TO RPT-LINE
             STRING FUNCTION TRIM(WS-BASENAME)
               ": not present under either root"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             EXIT PARAGRAPH
           END-IF
           IF WS-A-FOUND = 'N' OR WS-B-FOUND = 'N'
             ADD 1 TO WS-FILES-DIFFER WS-TOT-MISSING
             MOVE SPACES TO RPT-LINE
             IF WS-A-FOUND = 'N'
               STRING FUNCTION TRIM(WS-BASENAME)
                 ": MISSING under root A (root B has "
                 FUNCTION TRIM(WS-B-NAME) ")"
                 DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               STRING FUNCTION TRIM(WS-BASENAME)
                 ": MISSING under root B (root A has "
                 FUNCTION TRIM(WS-A-NAME) ")"
                 DELIMITED BY SIZE INTO RPT-LINE
             END-IF
             PERFORM C90-EmitLine
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING FUNCTION TRIM(WS-BASENAME) ": A="
             FUNCTION TRIM(WS-A-NAME) "  B="
             FUNCTION TRIM(WS-B-NAME)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           PERFORM B20-LoadSideA
           PERFORM B30-LoadSideB
           PERFORM B40-PairRows
           PERFORM B50-ListAdded
           PERFORM B60-WriteFileTotals
           .
      ***** Root A's copy, comments and blank lines skipped, each
      ***** row tagged with its key's occurrence so far.
       B20-LoadSideA.
           MOVE 0 TO WS-A-COUNT WS-A-OVER
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT A-FILE
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ A-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF A-LINE NOT = SPACES AND A-LINE(1:1) NOT = "*"
                   IF WS-A-COUNT < WS-ROW-LIMIT
                     ADD 1 TO WS-A-COUNT
                     MOVE A-LINE TO WS-A-ROW(WS-A-COUNT)
                     MOVE 'N' TO WS-A-PAIRED(WS-A-COUNT)
                     MOVE 1 TO WS-OCC
                     PERFORM VARYING WS-XI FROM 1 BY 1
                       UNTIL WS-XI >= WS-A-COUNT
                       IF WS-A-ROW(WS-XI)(1:WS-KEYLEN)
                         = A-LINE(1:WS-KEYLEN)
                         ADD 1 TO WS-OCC
                       END-IF
                     END-PERFORM
                     MOVE WS-OCC TO WS-A-OCC(WS-A-COUNT)
                   ELSE
                     ADD 1 TO WS-A-OVER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE A-FILE
           .
      ***** Root B's copy, loaded the same way.
       B30-LoadSideB.
           MOVE 0 TO WS-B-COUNT WS-B-OVER
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT B-FILE
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ B-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF B-LINE NOT = SPACES AND B-LINE(1:1) NOT = "*"
                   IF WS-B-COUNT < WS-ROW-LIMIT
                     ADD 1 TO WS-B-COUNT
                     MOVE B-LINE TO WS-B-ROW(WS-B-COUNT)
                     MOVE 'N' TO WS-B-PAIRED(WS-B-COUNT)
                     MOVE 1 TO WS-OCC
                     PERFORM VARYING WS-XI FROM 1 BY 1
                       UNTIL WS-XI >= WS-B-COUNT
                       IF WS-B-ROW(WS-XI)(1:WS-KEYLEN)
                         = B-LINE(1:WS-KEYLEN)
                         ADD 1 TO WS-OCC
                       END-IF
                     END-PERFORM
                     MOVE WS-OCC TO WS-B-OCC(WS-B-COUNT)
                   ELSE
                     ADD 1 TO WS-B-OVER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE B-FILE
           .
      ***** Every root A row looks for the root B row with the same
      ***** key and occurrence: none is a removal, a pair whose
      ***** content differs is a change.
       B40-PairRows.
           PERFORM VARYING WS-AI FROM 1 BY 1
             UNTIL WS-AI > WS-A-COUNT
             MOVE 0 TO WS-MATCH-IDX
             PERFORM VARYING WS-BI FROM 1 BY 1
               UNTIL WS-BI > WS-B-COUNT OR WS-MATCH-IDX > 0
               IF WS-B-PAIRED(WS-BI) = 'N'
                 AND WS-B-OCC(WS-BI) = WS-A-OCC(WS-AI)
                 AND WS-B-ROW(WS-BI)(1:WS-KEYLEN)
                   = WS-A-ROW(WS-AI)(1:WS-KEYLEN)
                 MOVE WS-BI TO WS-MATCH-IDX
               END-IF
             END-PERFORM
             IF WS-MATCH-IDX = 0
               ADD 1 TO WS-REMOVED
               MOVE WS-A-ROW(WS-AI) TO WS-ROW-WORK
               PERFORM C10-WriteRemoved
             ELSE
               MOVE 'Y' TO WS-A-PAIRED(WS-AI)
               MOVE 'Y' TO WS-B-PAIRED(WS-MATCH-IDX)
               IF WS-A-ROW(WS-AI) = WS-B-ROW(WS-MATCH-IDX)
                 ADD 1 TO WS-SAME
               ELSE
                 ADD 1 TO WS-CHANGED
                 PERFORM C20-WriteChanged
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Root B rows nothing in root A paired with.
       B50-ListAdded.
           PERFORM VARYING WS-BI FROM 1 BY 1
             UNTIL WS-BI > WS-B-COUNT
             IF WS-B-PAIRED(WS-BI) = 'N'
               ADD 1 TO WS-ADDED
               MOVE WS-B-ROW(WS-BI) TO WS-ROW-WORK
               PERFORM C30-WriteAdded
             END-IF
           END-PERFORM
           .
       B60-WriteFileTotals.
           ADD WS-ADDED TO WS-TOT-ADDED
           ADD WS-REMOVED TO WS-TOT-REMOVED
           ADD WS-CHANGED TO WS-TOT-CHANGED
           MOVE SPACES TO RPT-LINE
           IF WS-ADDED + WS-REMOVED + WS-CHANGED = 0
             STRING "  IDENTICAL  " WS-SAME " rows match"
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             ADD 1 TO WS-FILES-DIFFER
             STRING "  DIFFERS    added " WS-ADDED
               "  removed " WS-REMOVED "  changed " WS-CHANGED
               "  unchanged " WS-SAME
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM C90-EmitLine
           IF WS-A-OVER > 0 OR WS-B-OVER > 0
             MOVE SPACES TO RPT-LINE
             STRING "  WARNING: only the first " WS-ROW-LIMIT
               " rows of each copy were compared (root A over by "
               WS-A-OVER ", root B over by " WS-B-OVER ")"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
           END-IF
           .
      ***** A removed row: the whole record, or for the
      ***** configuration file the setting and its root A value.
       C10-WriteRemoved.
           MOVE SPACES TO RPT-LINE
           IF WS-KIND = 'C'
             STRING "  REMOVED  " WS-ROW-WORK(1:WS-KEYLEN) " A="
               FUNCTION TRIM(WS-ROW-WORK(25:100))
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "  REMOVED  " WS-ROW-WORK
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM C90-EmitLine
           .
      ***** A changed row: for the configuration file the setting
      ***** with both values; otherwise both records, and the column
      ***** where they first differ.
       C20-WriteChanged.
           MOVE SPACES TO RPT-LINE
           IF WS-KIND = 'C'
             STRING "  CHANGED  " WS-A-ROW(WS-AI)(1:WS-KEYLEN) " A="
               FUNCTION TRIM(WS-A-ROW(WS-AI)(25:100)) "  B="
               FUNCTION TRIM(WS-B-ROW(WS-MATCH-IDX)(25:100))
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DIFF-COL
           PERFORM VARYING WS-XI FROM 1 BY 1
             UNTIL WS-XI > 200 OR WS-DIFF-COL > 0
             IF WS-A-ROW(WS-AI)(WS-XI:1)
               NOT = WS-B-ROW(WS-MATCH-IDX)(WS-XI:1)
               MOVE WS-XI TO WS-DIFF-COL
             END-IF
           END-PERFORM
           MOVE WS-DIFF-COL TO WS-COL-EDIT
           STRING "  CHANGED  " WS-A-ROW(WS-AI)(1:WS-KEYLEN)
             "  first difference at column "
             FUNCTION TRIM(WS-COL-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "       A:  " WS-A-ROW(WS-AI)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "       B:  " WS-B-ROW(WS-MATCH-IDX)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           .
       C30-WriteAdded.
           MOVE SPACES TO RPT-LINE
           IF WS-KIND = 'C'
             STRING "  ADDED    " WS-ROW-WORK(1:WS-KEYLEN) " B="
               FUNCTION TRIM(WS-ROW-WORK(25:100))
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "  ADDED    " WS-ROW-WORK
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM C90-EmitLine
           .
       C80-WriteSummary.
           MOVE SPACES TO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           STRING "Files compared: " WS-FILES-DONE
             "  differing: " WS-FILES-DIFFER
             "  rows added: " WS-TOT-ADDED
             "  removed: " WS-TOT-REMOVED
             "  changed: " WS-TOT-CHANGED
             "  files missing: " WS-TOT-MISSING
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM C90-EmitLine
           MOVE SPACES TO RPT-LINE
           IF WS-FILES-DIFFER = 0
             MOVE "The two environments match." TO RPT-LINE
           ELSE
             MOVE "The two environments DIFFER." TO RPT-LINE
           END-IF
           PERFORM C90-EmitLine
           .
       C90-EmitLine.
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE TRAILING)
           .
      ***** The last path component of the resolved name.
       E00-FindBasename.
           MOVE 0 TO WS-SLASH-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX > 100
             IF WS-PN-RESOLVED(WS-SCAN-IDX:1) = "/"
               MOVE WS-SCAN-IDX TO WS-SLASH-IDX
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-BASENAME
           MOVE WS-PN-RESOLVED(WS-SLASH-IDX + 1:) TO WS-BASENAME
           .
      ***** WS-TRY-ROOT plus the resolved name, or plus the basename
      ***** alone for a flat (sandbox-style) root; an absolute
      ***** resolved name is only ever looked for by basename.
      ***** WS-TRY-FOUND is 'Y' with WS-TRY-NAME set when either
      ***** opens.
       E10-LocateUnderRoot.
           MOVE 'N' TO WS-TRY-FOUND
           IF WS-PN-RESOLVED(1:1) NOT = "/"
             MOVE SPACES TO WS-TRY-NAME
             STRING FUNCTION TRIM(WS-TRY-ROOT) "/"
               FUNCTION TRIM(WS-PN-RESOLVED)
               DELIMITED BY SIZE INTO WS-TRY-NAME
             PERFORM E20-TryOpen
             IF WS-TRY-FOUND = 'Y'
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO WS-TRY-NAME
           STRING FUNCTION TRIM(WS-TRY-ROOT) "/"
             FUNCTION TRIM(WS-BASENAME)
             DELIMITED BY SIZE INTO WS-TRY-NAME
           PERFORM E20-TryOpen
           .
       E20-TryOpen.
           MOVE WS-TRY-NAME TO WS-A-NAME
           OPEN INPUT A-FILE
           IF WS-A-STATUS-CD = "00"
             MOVE 'Y' TO WS-TRY-FOUND
             CLOSE A-FILE
           END-IF
           .
