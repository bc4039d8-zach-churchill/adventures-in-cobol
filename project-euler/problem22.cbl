       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Problem 22: Names Scores
      *
      *    Using a file of first names, begin by sorting it into
      *    alphabetical order. Then work out the alphabetical value
      *    of each name (A = 1 ... Z = 26, summed over its letters)
      *    and multiply it by the name's position in the sorted
      *    list - COLIN, worth 3 + 15 + 12 + 9 + 14 = 53, would
      *    score 938 x 53 = 49714 as the 938th name. What is the
      *    total of all the name scores in the file?
      *
      *    The name file is supplied on the command line:
      *        problem22 [names-file]
      *    and defaults to project-euler/names.dat, one name per
      *    record starting in column 1. A name must be 1-30
      *    uppercase letters A-Z and nothing else; a record that is
      *    not - blank, too long, lower case, punctuated - goes to
      *    the reject report project-euler/problem22.rej with its
      *    record number and the reason, and the run carries on
      *    with the rest of the file.
      *
      *    The valid names are put in order by the SORT verb: the
      *    input procedure validates and RELEASEs each record, the
      *    output procedure RETURNs them in name order and scores
      *    them by position. A name that appears more than once
      *    keeps every position it sorts into, and is scored at
      *    each, but the report flags the repeats against the
      *    position of the first.
      *
      *    The score total is the answer and goes back through
      *    WS-EULER-RESULT. The report pages through name, position,
      *    letter value and score under ReportFormat headings.
      *    Follows the full suite convention: WS-EULER-RESULT for
      *    the driver, LedgerWriter, ReportFormat headers on the
      *    versioned reports, a registry row, and a regression case
      *    in euler.expected.
      *
      *    The name file is a controlled input: before it is read,
      *    DataCheck (see datacheck.cbl) holds it against its entry
      *    in the data release register, and a production run
      *    abends rather than reading a file nobody released.
      *
      *    Not declared IS INITIAL, so the RETURN-CODE it sets reaches
      *    its caller. A caller that CALLs it more than once in the same
      *    run (EulerRegress walks its cases that way) CANCELs it after
      *    taking that RETURN-CODE, so each CALL gets the file name and
      *    the counts back at their defaults each time.
      *****************************************************************
       PROGRAM-ID. Problem22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAMES-FILE ASSIGN TO DYNAMIC WS-NAMES-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NAMES-STATUS-CD.
           SELECT SORT-FILE ASSIGN TO SORTWK01.
           SELECT REJ-FILE ASSIGN TO DYNAMIC WS-REJ-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REJ-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD NAMES-FILE.
       01 NAME-RECORD PIC X(80).
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-NAME PIC X(30).
           05 SORT-VALUE PIC 9(4).
       FD REJ-FILE.
       01 REJ-LINE PIC X(100).
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-NAMES-STATUS-CD PIC XX.
       01 WS-REJ-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-NAMES-FILENAME PIC X(80)
          VALUE "project-euler/names.dat".
       01 WS-REJ-BASE PIC X(60)
          VALUE "project-euler/problem22.rej".
       01 WS-REJ-FILENAME PIC X(100).
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/problem22.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 EOF-NAMES-FILE PIC X VALUE 'N'.
       01 EOF-SORT-FILE PIC X VALUE 'N'.
       01 WS-ALPHABET PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ALPHABET-TBL REDEFINES WS-ALPHABET.
           05 WS-LETTER PIC X(1) OCCURS 26 TIMES.
       01 WS-LETTER-IDX PIC 9(2).
       01 WS-CHAR-IDX PIC 9(2).
       01 WS-NAME-LEN PIC 9(2).
       01 WS-NAME-OK PIC X(1).
       01 WS-NAME-VALUE PIC 9(4).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-VALID-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-DUP-COUNT PIC 9(7) VALUE 0.
       01 WS-POSITION PIC 9(7) VALUE 0.
       01 WS-PREV-NAME PIC X(30) VALUE SPACES.
       01 WS-FIRST-POSITION PIC 9(7) VALUE 0.
       01 WS-NAME-SCORE PIC 9(11).
       01 WS-SCORE-TOTAL PIC 9(18) VALUE 0.
       01 WS-POSITION-EDIT PIC Z(6)9.
       01 WS-VALUE-EDIT PIC ZZZ9.
       01 WS-SCORE-EDIT PIC Z(10)9.
       01 WS-ARG-WIDE PIC X(80).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem22".
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
           PERFORM A10-OpenNames
           PERFORM D50-OpenRejects
           SORT SORT-FILE ON ASCENDING KEY SORT-NAME
             INPUT PROCEDURE IS B00-ReleaseNames
             OUTPUT PROCEDURE IS C00-ScoreNames
           MOVE WS-SCORE-TOTAL TO WS-EULER-RESULT
           DISPLAY "Records read: " WS-READ-COUNT "  valid: "
             WS-VALID-COUNT "  rejected: " WS-REJECT-COUNT
             "  duplicates: " WS-DUP-COUNT
           DISPLAY "Total of name scores: " WS-SCORE-TOTAL
           MOVE SPACES TO WS-LEDGER-PARMS
           STRING "FILE=" FUNCTION TRIM(WS-NAMES-FILENAME)
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
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
      ***** An alternate name file may be named as the first
      ***** argument, read wide off the command line the same way
      ***** Problem18 reads its triangle file; a linked caller
      ***** supplies it through the EXTERNAL override table instead
      ***** (see copybooks/EUPARMOV.cpy).
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           MOVE SPACES TO WS-ARG-WIDE
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(1) TO WS-ARG-WIDE
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-WIDE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           IF WS-ARG-WIDE NOT = SPACES
             MOVE WS-ARG-WIDE TO WS-NAMES-FILENAME
           END-IF
           .
      ***** The name file is checked against the release register
      ***** and opened before the SORT starts, so a refusal or an
      ***** open failure abends the run cleanly instead of from
      ***** inside the sort's input procedure.
       A10-OpenNames.
           MOVE WS-NAMES-FILENAME TO WS-DC-FILE
           CALL "DataCheck" USING WS-DC-MODE WS-LEDGER-PROGRAM
             WS-DC-FILE WS-DC-COUNT WS-DC-CHECKSUM WS-DC-RESULT
           IF WS-DC-RESULT = 'N'
             DISPLAY "ABEND: name file refused for production use"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT NAMES-FILE
           IF WS-NAMES-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open name file "
               FUNCTION TRIM(WS-NAMES-FILENAME)
               " (status " WS-NAMES-STATUS-CD ")"
             MOVE WS-NAMES-FILENAME TO WS-INC-FILE
             MOVE WS-NAMES-STATUS-CD TO WS-INC-STATUS
             MOVE "cannot open name file" TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** SORT input procedure: every record is validated; a good
      ***** name is RELEASEd to the sort with its letter value, a
      ***** bad one is written to the reject report. The reject
      ***** report is finished here, before the output procedure
      ***** starts the main report on the shared formatter.
       B00-ReleaseNames.
           PERFORM WITH TEST AFTER UNTIL EOF-NAMES-FILE = 'Y'
             READ NAMES-FILE
               AT END MOVE 'Y' TO EOF-NAMES-FILE
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM B10-ValidateName
                 IF WS-NAME-OK = 'Y'
                   ADD 1 TO WS-VALID-COUNT
                   MOVE NAME-RECORD(1:30) TO SORT-NAME
                   MOVE WS-NAME-VALUE TO SORT-VALUE
                   RELEASE SORT-RECORD
                 ELSE
                   PERFORM B20-RejectName
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NAMES-FILE
           PERFORM D60-CloseRejects
           .
      ***** 1-30 letters from column 1, each found in the A-Z table;
      ***** the letter value is summed on the way through.
       B10-ValidateName.
           MOVE 'Y' TO WS-NAME-OK
           MOVE 0 TO WS-NAME-VALUE
           IF NAME-RECORD = SPACES
             MOVE 'N' TO WS-NAME-OK
             MOVE "blank record" TO WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF
           IF NAME-RECORD(31:50) NOT = SPACES
             MOVE 'N' TO WS-NAME-OK
             MOVE "longer than 30 characters" TO WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NAME-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(NAME-RECORD TRAILING))
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
             UNTIL WS-CHAR-IDX > WS-NAME-LEN OR WS-NAME-OK = 'N'
             PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
               UNTIL WS-LETTER-IDX > 26
               OR WS-LETTER(WS-LETTER-IDX)
                 = NAME-RECORD(WS-CHAR-IDX:1)
               CONTINUE
             END-PERFORM
             IF WS-LETTER-IDX > 26
               MOVE 'N' TO WS-NAME-OK
               MOVE "not uppercase letters A-Z" TO WS-REJECT-REASON
             ELSE
               ADD WS-LETTER-IDX TO WS-NAME-VALUE
             END-IF
           END-PERFORM
           .
       B20-RejectName.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJ-LINE
           STRING "Record " WS-READ-COUNT "  " WS-REJECT-REASON
             "  '" FUNCTION TRIM(NAME-RECORD TRAILING) "'"
             DELIMITED BY SIZE INTO REJ-LINE
           PERFORM A96-WriteRejectLine
           .
      ***** SORT output procedure: names come back in order, each one
      ***** scored at its position and written to the main report.
       C00-ScoreNames.
           PERFORM D00-OpenReport
           PERFORM WITH TEST AFTER UNTIL EOF-SORT-FILE = 'Y'
             RETURN SORT-FILE
               AT END MOVE 'Y' TO EOF-SORT-FILE
               NOT AT END
                 PERFORM C10-ScoreName
             END-RETURN
           END-PERFORM
           PERFORM D90-CloseReport
           .
       C10-ScoreName.
           ADD 1 TO WS-POSITION
           COMPUTE WS-NAME-SCORE = SORT-VALUE * WS-POSITION
           ADD WS-NAME-SCORE TO WS-SCORE-TOTAL
           MOVE WS-POSITION TO WS-POSITION-EDIT
           MOVE SORT-VALUE TO WS-VALUE-EDIT
           MOVE WS-NAME-SCORE TO WS-SCORE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING SORT-NAME "  " WS-POSITION-EDIT "  " WS-VALUE-EDIT
             "  " WS-SCORE-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           IF SORT-NAME = WS-PREV-NAME
             ADD 1 TO WS-DUP-COUNT
             MOVE WS-FIRST-POSITION TO WS-POSITION-EDIT
             STRING "  DUPLICATE of position "
               FUNCTION TRIM(WS-POSITION-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE(63:38)
           ELSE
             MOVE SORT-NAME TO WS-PREV-NAME
             MOVE WS-POSITION TO WS-FIRST-POSITION
           END-IF
           PERFORM A97-WritePagedLine
           .
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
           MOVE "Name                           Position Value"
             TO EURPTFMT-HDG(1)
           MOVE "Score" TO EURPTFMT-HDG(1)(54:5)
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "Problem22" TO EURPTFMT-PROGRAM
           MOVE "Names Scores" TO EURPTFMT-TITLE
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
           STRING "Names scored: " WS-POSITION "  duplicates: "
             WS-DUP-COUNT "  rejected: " WS-REJECT-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Total of name scores: " WS-SCORE-TOTAL
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE WS-SCORE-TOTAL TO EURPTFMT-TRAILER-SUM
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
      ***** The reject report is versioned and headed like the main
      ***** one, so an empty reject report still proves the file
      ***** was checked.
       D50-OpenRejects.
           CALL "ReportVersion" USING WS-REJ-BASE WS-REJ-FILENAME
           OPEN OUTPUT REJ-FILE
           IF WS-REJ-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open reject report "
               FUNCTION TRIM(WS-REJ-FILENAME) " (status "
               WS-REJ-STATUS-CD ")"
             MOVE WS-REJ-FILENAME TO WS-INC-FILE
             MOVE WS-REJ-STATUS-CD TO WS-INC-STATUS
             MOVE "cannot open reject report" TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 1 TO EURPTFMT-HDG-COUNT
           MOVE "Record          Reason                          Text"
             TO EURPTFMT-HDG(1)
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "Problem22" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Names Scores - Rejected Records from "
             FUNCTION TRIM(WS-NAMES-FILENAME)
             DELIMITED BY SIZE INTO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO REJ-LINE
             WRITE REJ-LINE
           END-PERFORM
           .
       D60-CloseRejects.
           MOVE SPACES TO REJ-LINE
           STRING "Records read: " WS-READ-COUNT "  rejected: "
             WS-REJECT-COUNT
             DELIMITED BY SIZE INTO REJ-LINE
           PERFORM A96-WriteRejectLine
           MOVE 'F' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO REJ-LINE
             WRITE REJ-LINE
           END-PERFORM
           CLOSE REJ-FILE
           .
      ***** A97-WritePagedLine's twin for the reject report.
       A96-WriteRejectLine.
           MOVE REJ-LINE TO WS-PAGED-LINE
           MOVE 'P' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO REJ-LINE
             WRITE REJ-LINE
           END-PERFORM
           MOVE WS-PAGED-LINE TO REJ-LINE
           WRITE REJ-LINE
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
       END PROGRAM Problem22.
