       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Regression Coverage Report
      *
      *    euler.expected checks each program at a few parameter
      *    sets; production runs them at many more. This report
      *    collects every distinct program-plus-parameters
      *    combination run in production over a range of months and
      *    sets it against the cases on file, so the gaps in the
      *    regression suite are a ranked list instead of a guess:
      *        - production runs come from the ledger and its
      *          euler.ledger.YYYYMM month-end archives (walked, and
      *          TRAILER-checked, the way RelRpt walks them), and
      *          from the results master for any month of the range
      *          the ledger no longer holds a line for; SANDBOX
      *          origin runs are left out, and REGRESS origin runs
      *          are the suite itself, not production;
      *        - a combination is covered when a REGRESS run in the
      *          range recorded it with the answer of one of that
      *          program's cases (which ties a defaults case, or any
      *          case, to the parameters its program records), or
      *          when its parameters, turned back into a command
      *          line, are exactly a case's parameter list;
      *        - the uncovered ones are ranked by how often they ran,
      *          then by how recently, and each one whose answer was
      *          the same on every run, over at least STABLE= runs
      *          (3 by default), is proposed as a new case.
      *    The ledger records parameters as TAG=value words; the
      *    command line is rebuilt from them the way EulerResume
      *    rebuilds a relaunch and IncMaint a rerun request - the
      *    tag comes off and the value stays, leading zeros
      *    dropped, lists split into words -
      *    except for the words the programs themselves take in
      *    TAG=value form (BASE=, MODE=, THROUGH=, KBEST=, BLOCK=,
      *    TOP=, a library GRID=, Problem3's and Problem5's FILE=)
      *    and the words that only describe a run (NUMBERS=,
      *    INVALID=, MEMBERS=, RESULT=), which are dropped. A run
      *    whose command line cannot be rebuilt (Problem8's file
      *    list is not recorded) or has a word longer than an
      *    override entry is listed but never proposed.
      *
      *        covrpt [from-month] [to-month] [STABLE=<n>] [DECK]
      *    months as YYYYMM, defaulting to the six months ending this
      *    one. DECK also writes the proposals, most run first, to
      *    project-euler/covrpt.deck as ExpMaint ADD cards (skip flag
      *    N) with a comment card above each giving its run count,
      *    last run and ledger parameters: review the deck, strike
      *    any card not wanted, and
      *        expmaint CARDS=project-euler/covrpt.deck
      *    adds the rest. The deck never holds more cards than the
      *    control file has room for. Output goes to the console and
      *    project-euler/covrpt.rpt. RETURN-CODE 4 when an archive
      *    fails its trailer check, a table fills, or proposals had
      *    to be left off the deck for room; 16 when the report or
      *    deck cannot be opened or the arguments are not usable.
      *****************************************************************
       PROGRAM-ID. CovRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "project-euler/euler.ledger"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS-CD.
           SELECT RESULT-FILE ASSIGN TO "project-euler/euler.results"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RESULT-KEY
             FILE STATUS IS WS-RESULT-STATUS-CD.
           SELECT EXPECT-FILE ASSIGN TO DYNAMIC WS-EXPECT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXPECT-STATUS-CD.
           SELECT DECK-FILE ASSIGN TO "project-euler/covrpt.deck"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DECK-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO "project-euler/covrpt.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD ARCH-FILE.
       01 ARCH-LINE PIC X(300).
       FD RESULT-FILE.
       COPY EURESULT.
       FD EXPECT-FILE.
       01 EXPECT-RECORD.
           05 EXPECT-PROGRAM PIC X(12).
           05 EXPECT-PARMS PIC X(60).
           05 EXPECT-ANSWER PIC 9(20).
           05 EXPECT-SKIP PIC X(1).
           05 EXPECT-BUDGET-X PIC X(8).
           05 EXPECT-WIDE PIC X(60).
       FD DECK-FILE.
       01 DECK-LINE PIC X(130).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-ARCH-STATUS-CD PIC XX.
       01 WS-RESULT-STATUS-CD PIC XX.
       01 WS-EXPECT-STATUS-CD PIC XX.
       01 WS-DECK-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-LEDGER-FILE PIC X.
       01 EOF-ARCH-FILE PIC X.
       01 EOF-RESULT-FILE PIC X.
       01 EOF-EXPECT-FILE PIC X.
       01 WS-EXPECT-PATH PIC X(100)
          VALUE "project-euler/euler.expected".
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-ARCH-NAME PIC X(40).
       01 WS-FROM-MONTH PIC 9(6).
       01 WS-FROM-MONTH-X REDEFINES WS-FROM-MONTH.
           05 WS-FROM-YY PIC 9(4).
           05 WS-FROM-MM PIC 9(2).
       01 WS-TO-MONTH PIC 9(6).
       01 WS-LAST-SCAN-MONTH PIC 9(6).
       01 WS-ARCH-MONTH PIC 9(6).
       01 WS-ARCH-MONTH-X REDEFINES WS-ARCH-MONTH.
           05 WS-ARCH-YY PIC 9(4).
           05 WS-ARCH-MM PIC 9(2).
       01 WS-MONTH-GUARD PIC 9(3).
       01 WS-MONTH-SEEN-TBL.
           05 WS-MONTH-SEEN PIC X(1) OCCURS 240 TIMES.
       01 WS-MONTH-IDX PIC S9(5).
       01 WS-ARG-NUM PIC 9(1).
       01 WS-ARG-VALUE PIC X(20).
       01 WS-MONTHS-GIVEN PIC 9(1) VALUE 0.
       01 WS-DECK-WANTED PIC X(1) VALUE 'N'.
       01 WS-STABLE-RUNS PIC 9(2) VALUE 3.
       01 WS-ARCH-REC-COUNT PIC 9(7).
       01 WS-ARCH-TRAILER PIC 9(7).
       01 WS-ARCH-TRAILER-SEEN PIC X(1).
       01 WS-SCAN-LINE PIC X(300).
       01 WS-PARSE-HEAD PIC X(120).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-PARSE-REST PIC X(200).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-STAMP-X REDEFINES WS-ENTRY-STAMP.
           05 WS-ENTRY-MONTH PIC 9(6).
           05 WS-ENTRY-MONTH-X REDEFINES WS-ENTRY-MONTH.
               10 WS-ENTRY-YY PIC 9(4).
               10 WS-ENTRY-MM PIC 9(2).
           05 FILLER PIC X(11).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-ENTRY-ORIGIN PIC X(10).
       01 WS-LEDGER-RUNS PIC 9(7) VALUE 0.
       01 WS-MASTER-RUNS PIC 9(7) VALUE 0.
       01 WS-REGRESS-RUNS PIC 9(7) VALUE 0.
       01 WS-SANDBOX-RUNS PIC 9(7) VALUE 0.
       01 WS-CASE-COUNT PIC 9(3) VALUE 0.
       01 WS-CASE-TBL.
           05 WS-CASE-ENTRY OCCURS 200 TIMES.
               10 WS-CASE-PROGRAM PIC X(12).
               10 WS-CASE-PARMS PIC X(60).
               10 WS-CASE-ANSWER PIC X(60).
       01 WS-CASE-IDX PIC 9(3).
       01 WS-RGF-COUNT PIC 9(3) VALUE 0.
       01 WS-RGF-TBL.
           05 WS-RGF-ENTRY OCCURS 300 TIMES.
               10 WS-RGF-PROGRAM PIC X(12).
               10 WS-RGF-PARMS PIC X(60).
       01 WS-RGF-IDX PIC 9(3).
       01 WS-RGF-FOUND PIC X(1).
       01 WS-CMB-COUNT PIC 9(4) VALUE 0.
       01 WS-CMB-TBL.
           05 WS-CMB-ENTRY OCCURS 1000 TIMES.
               10 WS-CMB-PROGRAM PIC X(12).
               10 WS-CMB-PARMS PIC X(60).
               10 WS-CMB-RUNS PIC 9(7).
               10 WS-CMB-LAST PIC X(17).
               10 WS-CMB-ANSWER PIC X(60).
               10 WS-CMB-VARIES PIC X(1).
               10 WS-CMB-CMDLINE PIC X(60).
               10 WS-CMB-CMD-OK PIC X(1).
               10 WS-CMB-WHY PIC X(40).
               10 WS-CMB-COVERED PIC X(1).
               10 WS-CMB-VERDICT PIC X(8).
               10 WS-CMB-SHOWN PIC X(1).
       01 WS-CMB-IDX PIC 9(4).
       01 WS-CMB-FOUND PIC 9(4).
       01 WS-ORDER-COUNT PIC 9(4) VALUE 0.
       01 WS-ORDER-TBL.
           05 WS-ORDER-CMB PIC 9(4) OCCURS 1000 TIMES.
       01 WS-ORDER-IDX PIC 9(4).
       01 WS-BEST-IDX PIC 9(4).
       01 WS-PGM-COUNT PIC 9(2) VALUE 0.
       01 WS-PGM-TBL.
           05 WS-PGM-ENTRY OCCURS 60 TIMES.
               10 WS-PGM-NAME PIC X(12).
               10 WS-PGM-COMBOS PIC 9(4).
               10 WS-PGM-COVERED PIC 9(4).
               10 WS-PGM-RUNS PIC 9(7).
               10 WS-PGM-UNCOV-RUNS PIC 9(7).
       01 WS-PGM-IDX PIC 9(2).
       01 WS-PGM-FOUND PIC 9(2).
       01 WS-TABLE-FULL PIC X(1) VALUE 'N'.
       01 WS-SIG-IN PIC X(60).
       01 WS-SIG-OUT PIC X(60).
       01 WS-SIG-FIRST PIC 9(2).
       01 WS-SIG-LAST PIC 9(2).
       01 WS-SIG-IDX PIC 9(2).
       01 WS-ANSWER-EDIT PIC Z(19)9.
       01 WS-TOK-COUNT PIC 9(2).
       01 WS-TOK-TBL.
           05 WS-TOK PIC X(60) OCCURS 10 TIMES.
       01 WS-TOK-IDX PIC 9(2).
       01 WS-TAG PIC X(20).
       01 WS-VAL PIC X(60).
       01 WS-PIECE-COUNT PIC 9(2).
       01 WS-PIECE-TBL.
           05 WS-PIECE PIC X(60) OCCURS 8 TIMES.
       01 WS-PIECE-IDX PIC 9(2).
       01 WS-EMIT PIC X(60).
       01 WS-EMIT-LEN PIC 9(2).
       01 WS-CMD-LINE PIC X(60).
       01 WS-CMD-PTR PIC 9(3).
       01 WS-CMD-OK PIC X(1).
       01 WS-CMD-WHY PIC X(40).
       01 WS-RUNS-EDIT PIC Z(6)9.
       01 WS-COUNT-EDIT PIC Z(3)9.
       01 WS-RANK-EDIT PIC Z(3)9.
       01 WS-PROPOSE-COUNT PIC 9(4) VALUE 0.
       01 WS-UNCOV-COUNT PIC 9(4) VALUE 0.
       01 WS-COVERED-COUNT PIC 9(4) VALUE 0.
       01 WS-DECK-ROOM PIC 9(3).
       01 WS-DECK-CARDS PIC 9(3) VALUE 0.
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-PAGED-LINE PIC X(130).
       COPY EUTIME.
       COPY EUDATE.
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           MOVE "project-euler/euler.expected" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-EXPECT-PATH
           PERFORM B00-LoadCases
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               "project-euler/covrpt.rpt (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           MOVE SPACES TO WS-MONTH-SEEN-TBL
           PERFORM B10-ScanArchives
           PERFORM B30-ScanLiveLedger
           PERFORM B40-ScanResultsMaster
           PERFORM D00-ClassifyCombinations
           PERFORM E00-SourcesSection
           PERFORM E10-ProgramSection
           PERFORM E20-UncoveredSection
           IF WS-DECK-WANTED = 'Y'
             PERFORM F00-WriteDeck
           END-IF
           IF WS-TABLE-FULL = 'Y'
             MOVE "WARNING: a combination, program or case-form "
               & "table filled; the figures above are short"
               TO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 4 TO WS-FINAL-RC
           END-IF
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
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
      ***** Up to four arguments: the from and to months as YYYYMM
      ***** (in that order), STABLE=<n> and DECK in any position.
      ***** With no months the range is the six months ending this
      ***** one; the scan runs one month past the range, as
      ***** RelRpt's does.
       A05-GetParameters.
           MOVE WS-RUN-DATE(1:6) TO WS-TO-MONTH
           MOVE WS-TO-MONTH TO WS-ARCH-MONTH
           PERFORM 5 TIMES
             IF WS-ARCH-MM = 1
               SUBTRACT 1 FROM WS-ARCH-YY
               MOVE 12 TO WS-ARCH-MM
             ELSE
               SUBTRACT 1 FROM WS-ARCH-MM
             END-IF
           END-PERFORM
           MOVE WS-ARCH-MONTH TO WS-FROM-MONTH
           PERFORM VARYING WS-ARG-NUM FROM 1 BY 1 UNTIL WS-ARG-NUM > 4
             DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
             MOVE SPACES TO WS-ARG-VALUE
             ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             IF WS-ARG-VALUE NOT = SPACES
               PERFORM A06-TakeArgument
             END-IF
           END-PERFORM
           IF WS-FROM-MONTH > WS-TO-MONTH
             DISPLAY "ABEND: FROM month " WS-FROM-MONTH
               " is after TO month " WS-TO-MONTH
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-TO-MONTH TO WS-ARCH-MONTH
           PERFORM B05-NextMonth
           MOVE WS-ARCH-MONTH TO WS-LAST-SCAN-MONTH
           DISPLAY "Coverage for " WS-FROM-MONTH " thru "
             WS-TO-MONTH "  stable at " WS-STABLE-RUNS " runs"
           .
       A06-TakeArgument.
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-ARG-VALUE
           EVALUATE TRUE
             WHEN WS-ARG-VALUE = "DECK"
               MOVE 'Y' TO WS-DECK-WANTED
             WHEN WS-ARG-VALUE(1:7) = "STABLE="
               IF WS-ARG-VALUE(8:2) IS NOT NUMERIC
                 OR WS-ARG-VALUE(10:) NOT = SPACES
                 IF WS-ARG-VALUE(8:1) IS NUMERIC
                   AND WS-ARG-VALUE(9:) = SPACES
                   MOVE WS-ARG-VALUE(8:1) TO WS-STABLE-RUNS
                 ELSE
                   DISPLAY "ABEND: STABLE= must be 1-99 runs"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
               ELSE
                 MOVE WS-ARG-VALUE(8:2) TO WS-STABLE-RUNS
               END-IF
               IF WS-STABLE-RUNS = 0
                 DISPLAY "ABEND: STABLE= must be 1-99 runs"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN WS-ARG-VALUE(1:6) IS NUMERIC
               AND WS-ARG-VALUE(7:) = SPACES
               AND WS-MONTHS-GIVEN < 2
               ADD 1 TO WS-MONTHS-GIVEN
               IF WS-MONTHS-GIVEN = 1
                 MOVE WS-ARG-VALUE(1:6) TO WS-FROM-MONTH
               ELSE
                 MOVE WS-ARG-VALUE(1:6) TO WS-TO-MONTH
               END-IF
             WHEN OTHER
               DISPLAY "ABEND: unrecognized argument '"
                 FUNCTION TRIM(WS-ARG-VALUE) "'; usage: covrpt "
                 "[from-month] [to-month] [STABLE=<n>] [DECK]"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
      ***** instead of hand-formatting a title block here.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "CovRpt" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Regression Coverage " WS-FROM-MONTH " thru "
             WS-TO-MONTH DELIMITED BY SIZE INTO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
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
      ***** The cases on file, each answer reduced to its
      ***** significant digits (the wide answer when the case has
      ***** one) so it compares with the ledger's answer text.
       B00-LoadCases.
           MOVE 'N' TO EOF-EXPECT-FILE
           OPEN INPUT EXPECT-FILE
           IF WS-EXPECT-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot open "
               FUNCTION TRIM(WS-EXPECT-PATH) " (status "
               WS-EXPECT-STATUS-CD "); every combination is "
               "uncovered"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-EXPECT-FILE = 'Y'
             READ EXPECT-FILE
               AT END MOVE 'Y' TO EOF-EXPECT-FILE
               NOT AT END
                 IF EXPECT-PROGRAM NOT = SPACES
                   AND WS-CASE-COUNT < 200
                   ADD 1 TO WS-CASE-COUNT
                   MOVE EXPECT-PROGRAM
                     TO WS-CASE-PROGRAM(WS-CASE-COUNT)
                   MOVE EXPECT-PARMS TO WS-CASE-PARMS(WS-CASE-COUNT)
                   IF EXPECT-WIDE NOT = SPACES
                     MOVE EXPECT-WIDE TO WS-SIG-IN
                   ELSE
                     MOVE EXPECT-ANSWER TO WS-SIG-IN
                   END-IF
                   PERFORM C60-SignificantDigits
                   MOVE WS-SIG-OUT TO WS-CASE-ANSWER(WS-CASE-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EXPECT-FILE
           .
      ***** Walks every month of the range and the month after it,
      ***** oldest first, reading that month's ledger archive when
      ***** one exists; the guard keeps a mistyped range from
      ***** walking for ever.
       B10-ScanArchives.
           MOVE WS-FROM-MONTH TO WS-ARCH-MONTH
           MOVE 0 TO WS-MONTH-GUARD
           PERFORM UNTIL WS-ARCH-MONTH > WS-LAST-SCAN-MONTH
             OR WS-MONTH-GUARD >= 240
             PERFORM B20-ScanOneArchive
             ADD 1 TO WS-MONTH-GUARD
             PERFORM B05-NextMonth
           END-PERFORM
           .
       B05-NextMonth.
           IF WS-ARCH-MM = 12
             ADD 1 TO WS-ARCH-YY
             MOVE 1 TO WS-ARCH-MM
           ELSE
             ADD 1 TO WS-ARCH-MM
           END-IF
           .
      ***** One archive, its TRAILER RECORDS= count checked against
      ***** the records actually read.
       B20-ScanOneArchive.
           MOVE SPACES TO WS-ARCH-NAME
           STRING "project-euler/euler.ledger." WS-ARCH-MONTH
             DELIMITED BY SIZE INTO WS-ARCH-NAME
           MOVE 'N' TO EOF-ARCH-FILE
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ARCH-REC-COUNT
           MOVE 0 TO WS-ARCH-TRAILER
           MOVE 'N' TO WS-ARCH-TRAILER-SEEN
           PERFORM WITH TEST AFTER UNTIL EOF-ARCH-FILE = 'Y'
             READ ARCH-FILE
               AT END MOVE 'Y' TO EOF-ARCH-FILE
               NOT AT END
                 IF ARCH-LINE(1:16) = "TRAILER RECORDS="
                   MOVE 'Y' TO WS-ARCH-TRAILER-SEEN
                   COMPUTE WS-ARCH-TRAILER =
                     FUNCTION NUMVAL(ARCH-LINE(17:10))
                 ELSE
                   ADD 1 TO WS-ARCH-REC-COUNT
                   MOVE ARCH-LINE TO WS-SCAN-LINE
                   PERFORM C00-TallyLedgerLine
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           IF WS-ARCH-TRAILER-SEEN = 'N'
             OR WS-ARCH-REC-COUNT NOT = WS-ARCH-TRAILER
             MOVE SPACES TO RPT-LINE
             STRING "WARNING: archive "
               FUNCTION TRIM(WS-ARCH-NAME) " holds "
               WS-ARCH-REC-COUNT " records but its trailer says "
               WS-ARCH-TRAILER "; figures from it may be short"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 4 TO WS-FINAL-RC
           END-IF
           .
       B30-ScanLiveLedger.
           MOVE 'N' TO EOF-LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-LEDGER-FILE = 'Y'
             READ LEDGER-FILE
               AT END MOVE 'Y' TO EOF-LEDGER-FILE
               NOT AT END
                 MOVE LEDGER-LINE TO WS-SCAN-LINE
                 PERFORM C00-TallyLedgerLine
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
      ***** The results master fills in the months of the range the
      ***** ledger no longer holds a line for (an archive expired or
      ***** lost). Its records carry no origin, so every one of them
      ***** counts as production; months the ledger does cover are
      ***** skipped, as their runs were counted from the ledger.
       B40-ScanResultsMaster.
           MOVE 'N' TO EOF-RESULT-FILE
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS-CD NOT = "00"
             MOVE SPACES TO RPT-LINE
             STRING "Note: results master not read (status "
               WS-RESULT-STATUS-CD "); ledger months only"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-RESULT-FILE = 'Y'
             READ RESULT-FILE
               AT END MOVE 'Y' TO EOF-RESULT-FILE
               NOT AT END
                 PERFORM C10-TallyResultRecord
             END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           .
      ***** A ledger line, split the way UtilRpt splits it, with the
      ***** answer and origin tags read off the tail. Only lines
      ***** stamped inside the range count; SANDBOX runs are left
      ***** out and REGRESS runs only tie cases to parameters.
       C00-TallyLedgerLine.
           MOVE SPACES TO WS-PARSE-HEAD WS-PARSE-TAIL WS-PARSE-REST
             WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
             WS-ENTRY-ANSWER WS-ENTRY-ORIGIN
           UNSTRING WS-SCAN-LINE DELIMITED BY "answer="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           END-UNSTRING
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
           END-UNSTRING
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             OR WS-PARSE-TAIL = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-MONTH < WS-FROM-MONTH
             OR WS-ENTRY-MONTH > WS-TO-MONTH
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-PARSE-TAIL DELIMITED BY "  "
             INTO WS-ENTRY-ANSWER
           END-UNSTRING
           UNSTRING WS-PARSE-TAIL DELIMITED BY "  origin="
             INTO WS-PARSE-HEAD WS-PARSE-REST
           END-UNSTRING
           UNSTRING WS-PARSE-REST DELIMITED BY "  "
             INTO WS-ENTRY-ORIGIN
           END-UNSTRING
           MOVE WS-ENTRY-ANSWER TO WS-SIG-IN
           PERFORM C60-SignificantDigits
           MOVE WS-SIG-OUT TO WS-ENTRY-ANSWER
           PERFORM C05-MarkMonthSeen
           EVALUATE WS-ENTRY-ORIGIN
             WHEN "SANDBOX"
               ADD 1 TO WS-SANDBOX-RUNS
             WHEN "REGRESS"
               ADD 1 TO WS-REGRESS-RUNS
               PERFORM C20-LearnCaseForm
             WHEN OTHER
               ADD 1 TO WS-LEDGER-RUNS
               PERFORM C50-TallyCombination
           END-EVALUATE
           .
       C05-MarkMonthSeen.
           COMPUTE WS-MONTH-IDX = (WS-ENTRY-YY - WS-FROM-YY) * 12
             + WS-ENTRY-MM - WS-FROM-MM + 1
           IF WS-MONTH-IDX >= 1 AND WS-MONTH-IDX <= 240
             MOVE 'Y' TO WS-MONTH-SEEN(WS-MONTH-IDX)
           END-IF
           .
       C10-TallyResultRecord.
           MOVE SPACES TO WS-ENTRY-STAMP
           STRING RESULT-RUN-DATE "-" RESULT-RUN-TIME
             DELIMITED BY SIZE INTO WS-ENTRY-STAMP
           IF WS-ENTRY-MONTH < WS-FROM-MONTH
             OR WS-ENTRY-MONTH > WS-TO-MONTH
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTH-IDX = (WS-ENTRY-YY - WS-FROM-YY) * 12
             + WS-ENTRY-MM - WS-FROM-MM + 1
           IF WS-MONTH-IDX >= 1 AND WS-MONTH-IDX <= 240
             IF WS-MONTH-SEEN(WS-MONTH-IDX) = 'Y'
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE RESULT-PROGRAM TO WS-ENTRY-PROGRAM
           MOVE RESULT-PARMS TO WS-ENTRY-PARMS
           IF RESULT-ANSWER-TEXT NOT = SPACES
             MOVE RESULT-ANSWER-TEXT TO WS-SIG-IN
           ELSE
             MOVE RESULT-ANSWER TO WS-SIG-IN
           END-IF
           PERFORM C60-SignificantDigits
           MOVE WS-SIG-OUT TO WS-ENTRY-ANSWER
           ADD 1 TO WS-MASTER-RUNS
           PERFORM C50-TallyCombination
           .
      ***** A REGRESS run that came back with the answer of one of
      ***** its program's cases was that case being run, so the
      ***** parameters it recorded are covered.
       C20-LearnCaseForm.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX > WS-CASE-COUNT
             IF WS-CASE-PROGRAM(WS-CASE-IDX) = WS-ENTRY-PROGRAM
               AND WS-CASE-ANSWER(WS-CASE-IDX) = WS-ENTRY-ANSWER
               PERFORM C25-KeepCaseForm
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .
       C25-KeepCaseForm.
           PERFORM VARYING WS-RGF-IDX FROM 1 BY 1
             UNTIL WS-RGF-IDX > WS-RGF-COUNT
             IF WS-RGF-PROGRAM(WS-RGF-IDX) = WS-ENTRY-PROGRAM
               AND WS-RGF-PARMS(WS-RGF-IDX) = WS-ENTRY-PARMS
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-RGF-COUNT >= 300
             MOVE 'Y' TO WS-TABLE-FULL
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RGF-COUNT
           MOVE WS-ENTRY-PROGRAM TO WS-RGF-PROGRAM(WS-RGF-COUNT)
           MOVE WS-ENTRY-PARMS TO WS-RGF-PARMS(WS-RGF-COUNT)
           .
      ***** One production run into its combination: the run count,
      ***** the latest stamp, and whether every run so far gave the
      ***** same answer.
       C50-TallyCombination.
           MOVE 0 TO WS-CMB-FOUND
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
             UNTIL WS-CMB-IDX > WS-CMB-COUNT
             IF WS-CMB-PROGRAM(WS-CMB-IDX) = WS-ENTRY-PROGRAM
               AND WS-CMB-PARMS(WS-CMB-IDX) = WS-ENTRY-PARMS
               MOVE WS-CMB-IDX TO WS-CMB-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-CMB-FOUND = 0
             IF WS-CMB-COUNT >= 1000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-CMB-COUNT
             MOVE WS-CMB-COUNT TO WS-CMB-FOUND
             INITIALIZE WS-CMB-ENTRY(WS-CMB-FOUND)
             MOVE WS-ENTRY-PROGRAM TO WS-CMB-PROGRAM(WS-CMB-FOUND)
             MOVE WS-ENTRY-PARMS TO WS-CMB-PARMS(WS-CMB-FOUND)
             MOVE WS-ENTRY-ANSWER TO WS-CMB-ANSWER(WS-CMB-FOUND)
             MOVE 'N' TO WS-CMB-VARIES(WS-CMB-FOUND)
             MOVE 'N' TO WS-CMB-SHOWN(WS-CMB-FOUND)
           END-IF
           ADD 1 TO WS-CMB-RUNS(WS-CMB-FOUND)
           IF WS-ENTRY-STAMP > WS-CMB-LAST(WS-CMB-FOUND)
             MOVE WS-ENTRY-STAMP TO WS-CMB-LAST(WS-CMB-FOUND)
           END-IF
           IF WS-ENTRY-ANSWER NOT = WS-CMB-ANSWER(WS-CMB-FOUND)
             MOVE 'Y' TO WS-CMB-VARIES(WS-CMB-FOUND)
           END-IF
           .
      ***** WS-SIG-IN's digits from the first non-zero one to the
      ***** last digit, left-justified in WS-SIG-OUT ("0" for zero) -
      ***** the same reduction ExpMaint and EulerRegress compare
      ***** answers by.
       C60-SignificantDigits.
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
      ***** The command line a combination's ledger parameters stand
      ***** for (see the header for the rules), built word by word
      ***** into WS-CMD-LINE; WS-CMD-OK goes to N, with the reason
      ***** in WS-CMD-WHY, when it cannot be rebuilt faithfully.
       C70-BuildCommandLine.
           MOVE SPACES TO WS-CMD-LINE WS-CMD-WHY
           MOVE 1 TO WS-CMD-PTR
           MOVE 'Y' TO WS-CMD-OK
           MOVE SPACES TO WS-TOK-TBL
           MOVE 0 TO WS-TOK-COUNT
           UNSTRING WS-CMB-PARMS(WS-CMB-IDX) DELIMITED BY ALL " "
             INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4) WS-TOK(5)
               WS-TOK(6) WS-TOK(7) WS-TOK(8) WS-TOK(9) WS-TOK(10)
             TALLYING IN WS-TOK-COUNT
           END-UNSTRING
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
             UNTIL WS-TOK-IDX > WS-TOK-COUNT
             IF WS-TOK(WS-TOK-IDX) NOT = SPACES
               PERFORM C75-TranslateWord
             END-IF
           END-PERFORM
           .
       C75-TranslateWord.
           MOVE SPACES TO WS-TAG WS-VAL
           MOVE 0 TO TALLY
           INSPECT WS-TOK(WS-TOK-IDX) TALLYING TALLY FOR ALL "="
           IF TALLY = 0
             MOVE WS-TOK(WS-TOK-IDX) TO WS-EMIT
             PERFORM C79-EmitWord
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TOK(WS-TOK-IDX) DELIMITED BY "="
             INTO WS-TAG WS-VAL
           END-UNSTRING
           EVALUATE TRUE
             WHEN WS-TAG = "NUMBERS" OR WS-TAG = "INVALID"
               OR WS-TAG = "MEMBERS" OR WS-TAG = "RESULT"
               CONTINUE
             WHEN WS-TAG = "FILE-COUNT"
               MOVE 'N' TO WS-CMD-OK
               MOVE "input file list not recorded" TO WS-CMD-WHY
             WHEN WS-TAG = "BASE" OR WS-TAG = "MODE"
               OR WS-TAG = "THROUGH" OR WS-TAG = "KBEST"
               OR WS-TAG = "BLOCK" OR WS-TAG = "TOP"
               MOVE WS-TOK(WS-TOK-IDX) TO WS-EMIT
               PERFORM C79-EmitWord
             WHEN WS-TAG = "GRID"
               MOVE 0 TO TALLY
               INSPECT WS-VAL TALLYING TALLY FOR ALL "/"
               IF TALLY > 0
                 MOVE WS-VAL TO WS-EMIT
               ELSE
                 MOVE WS-TOK(WS-TOK-IDX) TO WS-EMIT
               END-IF
               PERFORM C79-EmitWord
             WHEN WS-TAG = "FILE"
               IF WS-CMB-PROGRAM(WS-CMB-IDX) = "Problem3"
                 OR WS-CMB-PROGRAM(WS-CMB-IDX) = "Problem5"
                 MOVE WS-TOK(WS-TOK-IDX) TO WS-EMIT
               ELSE
                 MOVE WS-VAL TO WS-EMIT
               END-IF
               PERFORM C79-EmitWord
             WHEN WS-TAG = "SYMBOLS"
               MOVE WS-VAL TO WS-EMIT
               PERFORM C79-EmitWord
             WHEN WS-TAG = "SWEEP"
               INSPECT WS-VAL REPLACING ALL "-" BY " "
               PERFORM C77-EmitPieces
             WHEN OTHER
               INSPECT WS-VAL REPLACING ALL "," BY " "
               INSPECT WS-VAL REPLACING ALL "/" BY " "
               PERFORM C77-EmitPieces
           END-EVALUATE
           .
      ***** A value split into words: each all-digit word loses its
      ***** leading zeros (the ledger records most values at their
      ***** full picture width).
       C77-EmitPieces.
           MOVE SPACES TO WS-PIECE-TBL
           MOVE 0 TO WS-PIECE-COUNT
           UNSTRING WS-VAL DELIMITED BY ALL " "
             INTO WS-PIECE(1) WS-PIECE(2) WS-PIECE(3) WS-PIECE(4)
               WS-PIECE(5) WS-PIECE(6) WS-PIECE(7) WS-PIECE(8)
             TALLYING IN WS-PIECE-COUNT
           END-UNSTRING
           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
             UNTIL WS-PIECE-IDX > WS-PIECE-COUNT
             IF WS-PIECE(WS-PIECE-IDX) NOT = SPACES
               MOVE WS-PIECE(WS-PIECE-IDX) TO WS-EMIT
               COMPUTE WS-EMIT-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-EMIT))
               IF WS-EMIT(1:WS-EMIT-LEN) IS NUMERIC
                 MOVE WS-EMIT TO WS-SIG-IN
                 PERFORM C60-SignificantDigits
                 MOVE WS-SIG-OUT TO WS-EMIT
               END-IF
               PERFORM C79-EmitWord
             END-IF
           END-PERFORM
           .
      ***** One command-line word; the override table EulerRegress
      ***** stages a case through holds 18 characters a word.
       C79-EmitWord.
           COMPUTE WS-EMIT-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(WS-EMIT))
           IF WS-EMIT-LEN > 18
             MOVE 'N' TO WS-CMD-OK
             MOVE "a word is longer than an override entry"
               TO WS-CMD-WHY
           END-IF
           IF WS-CMD-PTR > 1
             STRING " " DELIMITED BY SIZE INTO WS-CMD-LINE
               WITH POINTER WS-CMD-PTR
               ON OVERFLOW
                 MOVE 'N' TO WS-CMD-OK
                 MOVE "command line over 60 characters"
                   TO WS-CMD-WHY
             END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-EMIT) DELIMITED BY SIZE
             INTO WS-CMD-LINE WITH POINTER WS-CMD-PTR
             ON OVERFLOW
               MOVE 'N' TO WS-CMD-OK
               MOVE "command line over 60 characters" TO WS-CMD-WHY
           END-STRING
           .
      ***** Every combination gets its command line, its coverage
      ***** and, when uncovered, its verdict: PROPOSE, FEW-RUNS
      ***** (stable but short of STABLE= runs), VARIES (answers
      ***** differed) or NO-CMD (command line not rebuildable).
       D00-ClassifyCombinations.
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
             UNTIL WS-CMB-IDX > WS-CMB-COUNT
             PERFORM C70-BuildCommandLine
             MOVE WS-CMD-LINE TO WS-CMB-CMDLINE(WS-CMB-IDX)
             MOVE WS-CMD-OK TO WS-CMB-CMD-OK(WS-CMB-IDX)
             MOVE WS-CMD-WHY TO WS-CMB-WHY(WS-CMB-IDX)
             PERFORM D10-CheckCovered
             PERFORM D20-TallyProgram
             IF WS-CMB-COVERED(WS-CMB-IDX) = 'Y'
               ADD 1 TO WS-COVERED-COUNT
             ELSE
               ADD 1 TO WS-UNCOV-COUNT
               EVALUATE TRUE
                 WHEN WS-CMB-CMD-OK(WS-CMB-IDX) = 'N'
                   MOVE "NO-CMD" TO WS-CMB-VERDICT(WS-CMB-IDX)
                 WHEN WS-CMB-VARIES(WS-CMB-IDX) = 'Y'
                   MOVE "VARIES" TO WS-CMB-VERDICT(WS-CMB-IDX)
                 WHEN WS-CMB-RUNS(WS-CMB-IDX) < WS-STABLE-RUNS
                   MOVE "FEW-RUNS" TO WS-CMB-VERDICT(WS-CMB-IDX)
                 WHEN OTHER
                   MOVE "PROPOSE" TO WS-CMB-VERDICT(WS-CMB-IDX)
                   ADD 1 TO WS-PROPOSE-COUNT
               END-EVALUATE
             END-IF
           END-PERFORM
           .
       D10-CheckCovered.
           MOVE 'N' TO WS-CMB-COVERED(WS-CMB-IDX)
           PERFORM VARYING WS-RGF-IDX FROM 1 BY 1
             UNTIL WS-RGF-IDX > WS-RGF-COUNT
             IF WS-RGF-PROGRAM(WS-RGF-IDX) = WS-CMB-PROGRAM(WS-CMB-IDX)
               AND WS-RGF-PARMS(WS-RGF-IDX) = WS-CMB-PARMS(WS-CMB-IDX)
               MOVE 'Y' TO WS-CMB-COVERED(WS-CMB-IDX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-CMB-CMD-OK(WS-CMB-IDX) = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX > WS-CASE-COUNT
             IF WS-CASE-PROGRAM(WS-CASE-IDX)
                 = WS-CMB-PROGRAM(WS-CMB-IDX)
               AND WS-CASE-PARMS(WS-CASE-IDX)
                 = WS-CMB-CMDLINE(WS-CMB-IDX)
               MOVE 'Y' TO WS-CMB-COVERED(WS-CMB-IDX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .
       D20-TallyProgram.
           MOVE 0 TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
             UNTIL WS-PGM-IDX > WS-PGM-COUNT
             IF WS-PGM-NAME(WS-PGM-IDX) = WS-CMB-PROGRAM(WS-CMB-IDX)
               MOVE WS-PGM-IDX TO WS-PGM-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-PGM-FOUND = 0
             IF WS-PGM-COUNT >= 60
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-PGM-COUNT
             MOVE WS-PGM-COUNT TO WS-PGM-FOUND
             INITIALIZE WS-PGM-ENTRY(WS-PGM-FOUND)
             MOVE WS-CMB-PROGRAM(WS-CMB-IDX)
               TO WS-PGM-NAME(WS-PGM-FOUND)
           END-IF
           ADD 1 TO WS-PGM-COMBOS(WS-PGM-FOUND)
           ADD WS-CMB-RUNS(WS-CMB-IDX) TO WS-PGM-RUNS(WS-PGM-FOUND)
           IF WS-CMB-COVERED(WS-CMB-IDX) = 'Y'
             ADD 1 TO WS-PGM-COVERED(WS-PGM-FOUND)
           ELSE
             ADD WS-CMB-RUNS(WS-CMB-IDX)
               TO WS-PGM-UNCOV-RUNS(WS-PGM-FOUND)
           END-IF
           .
       E00-SourcesSection.
           MOVE SPACES TO RPT-LINE
           STRING "Sources: " WS-LEDGER-RUNS " ledger runs, "
             WS-MASTER-RUNS " results-master runs; left out: "
             WS-SANDBOX-RUNS " SANDBOX, " WS-REGRESS-RUNS " REGRESS"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           STRING "Cases on file: " WS-CASE-COUNT
             "   case parameter forms seen in REGRESS runs: "
             WS-RGF-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
       E10-ProgramSection.
           MOVE "-- Coverage by program --" TO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE "  Program       Combinations  Covered  Uncovered"
             & "      Runs  Uncovered runs" TO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
             UNTIL WS-PGM-IDX > WS-PGM-COUNT
             MOVE SPACES TO RPT-LINE
             MOVE WS-PGM-COMBOS(WS-PGM-IDX) TO WS-COUNT-EDIT
             STRING "  " WS-PGM-NAME(WS-PGM-IDX) "          "
               WS-COUNT-EDIT DELIMITED BY SIZE INTO RPT-LINE
             MOVE WS-PGM-COVERED(WS-PGM-IDX) TO WS-COUNT-EDIT
             MOVE WS-COUNT-EDIT TO RPT-LINE(33:4)
             COMPUTE WS-COUNT-EDIT = WS-PGM-COMBOS(WS-PGM-IDX)
               - WS-PGM-COVERED(WS-PGM-IDX)
             MOVE WS-COUNT-EDIT TO RPT-LINE(44:4)
             MOVE WS-PGM-RUNS(WS-PGM-IDX) TO WS-RUNS-EDIT
             MOVE WS-RUNS-EDIT TO RPT-LINE(51:7)
             MOVE WS-PGM-UNCOV-RUNS(WS-PGM-IDX) TO WS-RUNS-EDIT
             MOVE WS-RUNS-EDIT TO RPT-LINE(59:7)
             PERFORM A97-WritePagedLine
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Combinations: " WS-CMB-COUNT "  covered: "
             WS-COVERED-COUNT "  uncovered: " WS-UNCOV-COUNT
             "  proposed as new cases: " WS-PROPOSE-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** The uncovered combinations, most run first and, between
      ***** equals, most recently run first; each on two lines -
      ***** the figures, then the command line (or the ledger form
      ***** and why it cannot be one) with the answer.
       E20-UncoveredSection.
           MOVE "-- Uncovered combinations, most run first --"
             TO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM WS-UNCOV-COUNT TIMES
             PERFORM E25-PickNext
             IF WS-BEST-IDX > 0
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-BEST-IDX TO WS-ORDER-CMB(WS-ORDER-COUNT)
               PERFORM E30-UncoveredLines
             END-IF
           END-PERFORM
           IF WS-UNCOV-COUNT = 0
             MOVE "  none - every production combination has a case"
               TO RPT-LINE
             PERFORM A97-WritePagedLine
           END-IF
           .
       E25-PickNext.
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
             UNTIL WS-CMB-IDX > WS-CMB-COUNT
             IF WS-CMB-COVERED(WS-CMB-IDX) = 'N'
               AND WS-CMB-SHOWN(WS-CMB-IDX) = 'N'
               IF WS-BEST-IDX = 0
                 MOVE WS-CMB-IDX TO WS-BEST-IDX
               ELSE
                 IF WS-CMB-RUNS(WS-CMB-IDX) > WS-CMB-RUNS(WS-BEST-IDX)
                   OR (WS-CMB-RUNS(WS-CMB-IDX)
                       = WS-CMB-RUNS(WS-BEST-IDX)
                     AND WS-CMB-LAST(WS-CMB-IDX)
                       > WS-CMB-LAST(WS-BEST-IDX))
                   MOVE WS-CMB-IDX TO WS-BEST-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
             MOVE 'Y' TO WS-CMB-SHOWN(WS-BEST-IDX)
           END-IF
           .
       E30-UncoveredLines.
           MOVE WS-BEST-IDX TO WS-CMB-IDX
           MOVE WS-ORDER-COUNT TO WS-RANK-EDIT
           MOVE WS-CMB-RUNS(WS-CMB-IDX) TO WS-RUNS-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-RANK-EDIT "  " WS-CMB-PROGRAM(WS-CMB-IDX)
             "  runs=" WS-RUNS-EDIT
             "  last=" WS-CMB-LAST(WS-CMB-IDX)(1:8)
             "  " WS-CMB-VERDICT(WS-CMB-IDX)
             "  ledger: " FUNCTION TRIM(WS-CMB-PARMS(WS-CMB-IDX))
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           IF WS-CMB-CMD-OK(WS-CMB-IDX) = 'N'
             STRING "          no command line: "
               FUNCTION TRIM(WS-CMB-WHY(WS-CMB-IDX))
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             IF WS-CMB-VARIES(WS-CMB-IDX) = 'Y'
               STRING "          command line: "
                 FUNCTION TRIM(WS-CMB-CMDLINE(WS-CMB-IDX))
                 "   answers differ between runs"
                 DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               STRING "          command line: "
                 FUNCTION TRIM(WS-CMB-CMDLINE(WS-CMB-IDX))
                 "   answer="
                 FUNCTION TRIM(WS-CMB-ANSWER(WS-CMB-IDX))
                 DELIMITED BY SIZE INTO RPT-LINE
             END-IF
           END-IF
           PERFORM A97-WritePagedLine
           .
      ***** The proposals, in the ranked order, as ExpMaint ADD
      ***** cards, each under a comment card saying where it came
      ***** from; never more than the control file has room for.
       F00-WriteDeck.
           OPEN OUTPUT DECK-FILE
           IF WS-DECK-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open deck "
               "project-euler/covrpt.deck (status "
               WS-DECK-STATUS-CD ")"
             CLOSE RPT-FILE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           COMPUTE WS-DECK-ROOM = 200 - WS-CASE-COUNT
           MOVE SPACES TO DECK-LINE
           STRING "* Proposed regression cases from CovRpt, run "
             WS-RUN-DATE ", production runs " WS-FROM-MONTH
             " thru " WS-TO-MONTH
             DELIMITED BY SIZE INTO DECK-LINE
           WRITE DECK-LINE
           MOVE "* Strike any card not wanted, then run: expmaint "
             & "CARDS=project-euler/covrpt.deck" TO DECK-LINE
           WRITE DECK-LINE
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
             UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
             MOVE WS-ORDER-CMB(WS-ORDER-IDX) TO WS-CMB-IDX
             IF WS-CMB-VERDICT(WS-CMB-IDX) = "PROPOSE"
               PERFORM F10-WriteCard
             END-IF
           END-PERFORM
           CLOSE DECK-FILE
           MOVE SPACES TO RPT-LINE
           STRING "Deck written: project-euler/covrpt.deck, "
             WS-DECK-CARDS " cards; review it, then run "
             "expmaint CARDS=project-euler/covrpt.deck"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           IF WS-DECK-CARDS < WS-PROPOSE-COUNT
             MOVE SPACES TO RPT-LINE
             STRING "WARNING: the control file has room for "
               WS-DECK-ROOM " more cases; "
               WS-PROPOSE-COUNT " were proposed"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 4 TO WS-FINAL-RC
           END-IF
           .
       F10-WriteCard.
           IF WS-DECK-CARDS >= WS-DECK-ROOM
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DECK-CARDS
           MOVE WS-CMB-RUNS(WS-CMB-IDX) TO WS-RUNS-EDIT
           MOVE SPACES TO DECK-LINE
           STRING "* " FUNCTION TRIM(WS-RUNS-EDIT) " runs, last "
             WS-CMB-LAST(WS-CMB-IDX)(1:8) ", ledger: "
             FUNCTION TRIM(WS-CMB-PARMS(WS-CMB-IDX))
             DELIMITED BY SIZE INTO DECK-LINE
           WRITE DECK-LINE
           MOVE SPACES TO DECK-LINE
           STRING "ADD " FUNCTION TRIM(WS-CMB-PROGRAM(WS-CMB-IDX))
             " " FUNCTION TRIM(WS-CMB-ANSWER(WS-CMB-IDX)) " N "
             FUNCTION TRIM(WS-CMB-CMDLINE(WS-CMB-IDX))
             DELIMITED BY SIZE INTO DECK-LINE
           WRITE DECK-LINE
           .
      ***** Exit
       END PROGRAM CovRpt.
