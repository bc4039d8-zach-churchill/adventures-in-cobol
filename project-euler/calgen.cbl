       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Run-Calendar Generator
      *
      *    Builds a year's holiday (H) rows for the run calendar
      *    (project-euler/euler.calendar, see eulersched.cbl) from a
      *    holiday-rules file, so the calendar stops being typed in
      *    by hand every December - and stops running out at
      *    Christmas.
      *
      *    Rules file (project-euler/euler.holrules), one holiday per
      *    record:
      *        column   1     rule: F fixed date, N Nth weekday of
      *                       the month, L last weekday of the month
      *        columns  3-4   month, 01-12
      *        columns  6-7   F: day of the month
      *                       N: which occurrence, 01-05
      *        column   9     N and L: weekday, 1 Monday .. 7 Sunday
      *        column  11     F: Y = weekend-observed - a Saturday
      *                       holiday is observed the Friday before,
      *                       a Sunday one the Monday after
      *        columns 13-42  description
      *    A shifted holiday is described "<description> OBSERVED",
      *    the way the hand-typed rows always were, and a New Year's
      *    Day observed on December 31 lands in the year before it.
      *
      *    Usage:
      *        calgen [yyyy] [PREVIEW]
      *    The year defaults to next year. Every generated row is
      *    listed in a preview report (project-euler/calgen.rpt,
      *    versioned) beside what the calendar already carries for
      *    that date; then, unless PREVIEW was given, the operator
      *    is asked to confirm (the GoldProm Y/N style) before
      *    anything is written. Rows are only ever appended: a date
      *    the calendar already carries - hand-entered or generated
      *    by an earlier run - is kept exactly as it is and reported,
      *    never overwritten. Writing is gated on the maintenance
      *    permission (see userauth.cbl) and every added row goes to
      *    the change journal (see chgjournal.cbl).
      *****************************************************************
       PROGRAM-ID. CalGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "project-euler/euler.calendar"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CAL-STATUS-CD.
           SELECT RULE-FILE ASSIGN TO "project-euler/euler.holrules"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULE-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CAL-FILE.
       01 CAL-RECORD.
           05 CAL-DATE PIC 9(8).
           05 CAL-CODE PIC X(1).
           05 CAL-DESC PIC X(30).
       FD RULE-FILE.
       01 RULE-RECORD.
           05 RULE-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 RULE-MONTH PIC X(2).
           05 FILLER PIC X(1).
           05 RULE-DAY PIC X(2).
           05 FILLER PIC X(1).
           05 RULE-WEEKDAY PIC X(1).
           05 FILLER PIC X(1).
           05 RULE-OBSERVE PIC X(1).
           05 FILLER PIC X(1).
           05 RULE-DESC PIC X(30).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS-CD PIC XX.
       01 WS-RULE-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/calgen.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 EOF-CAL-FILE PIC X VALUE 'N'.
       01 EOF-RULE-FILE PIC X VALUE 'N'.
       01 WS-GEN-YEAR PIC 9(4).
       01 WS-PREVIEW-ONLY PIC X(1) VALUE 'N'.
       01 WS-ARG-VALUE PIC X(8).
       01 WS-ARG-NUM PIC 9(1).
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAL-TBL.
           05 WS-CAL-ENTRY OCCURS 400 TIMES.
               10 WS-CAL-ENT-DATE PIC 9(8).
               10 WS-CAL-ENT-CODE PIC X(1).
               10 WS-CAL-ENT-DESC PIC X(30).
       01 WS-CAL-IDX PIC 9(3).
       01 WS-CAL-FOUND PIC 9(3).
       01 WS-GEN-COUNT PIC 9(2) VALUE 0.
       01 WS-GEN-TBL.
           05 WS-GEN-ENTRY OCCURS 60 TIMES.
               10 WS-GEN-DATE PIC 9(8).
               10 WS-GEN-DESC PIC X(30).
               10 WS-GEN-ADD PIC X(1).
       01 WS-GEN-IDX PIC 9(2).
       01 WS-GEN-SLOT PIC 9(2).
       01 WS-GEN-HOLD.
           05 WS-HOLD-DATE PIC 9(8).
           05 FILLER PIC X(31).
       01 WS-ADD-COUNT PIC 9(2) VALUE 0.
       01 WS-KEEP-COUNT PIC 9(2) VALUE 0.
       01 WS-RULE-COUNT PIC 9(3) VALUE 0.
       01 WS-BAD-RULES PIC 9(3) VALUE 0.
       01 WS-RULE-YEAR PIC 9(4).
       01 WS-RULE-MM PIC 9(2).
       01 WS-RULE-DD PIC 9(2).
       01 WS-RULE-WD PIC 9(1).
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYY PIC 9(4).
           05 WS-WORK-MM PIC 9(2).
           05 WS-WORK-DD PIC 9(2).
       01 WS-WORK-DAYNUM PIC 9(7).
       01 WS-WORK-WEEKDAY PIC 9(1).
       01 WS-WORK-DESC PIC X(30).
       01 WS-SHIFT-DAYS PIC S9(1).
       01 WS-DAY-OFFSET PIC 9(2).
       01 WS-CONFIRM PIC X(1).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "CalGen".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 FILLER PIC 9(4).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-PAGED-LINE PIC X(130).
       COPY EUTIME.
       COPY EUDATE.
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM B00-LoadCalendar
           PERFORM B10-ApplyRules
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               FUNCTION TRIM(WS-RPT-FILENAME) " (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           PERFORM C00-WritePreview
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           IF WS-ADD-COUNT = 0
             DISPLAY "Nothing to add for " WS-GEN-YEAR
           ELSE
             IF WS-PREVIEW-ONLY = 'Y'
               DISPLAY "PREVIEW only; euler.calendar not changed"
             ELSE
               PERFORM D00-ConfirmAndWrite
             END-IF
           END-IF
           IF WS-BAD-RULES > 0
             MOVE 4 TO RETURN-CODE
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
      ***** Either argument may come first: a four-digit year, and
      ***** the word PREVIEW. The year defaults to next year.
       A05-GetParameters.
           COMPUTE WS-GEN-YEAR = WS-RUN-YYYY + 1
           PERFORM VARYING WS-ARG-NUM FROM 1 BY 1 UNTIL WS-ARG-NUM > 2
             DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
             MOVE SPACES TO WS-ARG-VALUE
             ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             EVALUATE TRUE
               WHEN WS-ARG-VALUE = SPACES
                 CONTINUE
               WHEN WS-ARG-VALUE = "PREVIEW"
                 MOVE 'Y' TO WS-PREVIEW-ONLY
               WHEN WS-ARG-VALUE(1:4) IS NUMERIC
                 AND WS-ARG-VALUE(5:4) = SPACES
                 MOVE WS-ARG-VALUE(1:4) TO WS-GEN-YEAR
               WHEN OTHER
                 DISPLAY "ABEND: usage is calgen [yyyy] [PREVIEW] "
                   "(got " FUNCTION TRIM(WS-ARG-VALUE) ")"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-EVALUATE
           END-PERFORM
           IF WS-GEN-YEAR < 1601
             DISPLAY "ABEND: year " WS-GEN-YEAR " is out of range"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "Generating run-calendar holidays for " WS-GEN-YEAR
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
      ***** instead of hand-formatting a title block here.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "CalGen" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Run-Calendar Holidays " WS-GEN-YEAR
             DELIMITED BY SIZE INTO EURPTFMT-TITLE
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
      ***** The calendar as it stands, every row whatever its year,
      ***** so a generated date can be checked against what is
      ***** already on file.
       B00-LoadCalendar.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS-CD NOT = "00"
             DISPLAY "No run calendar on file yet; starting one"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-CAL-FILE = 'Y'
             READ CAL-FILE
               AT END MOVE 'Y' TO EOF-CAL-FILE
               NOT AT END
                 IF CAL-RECORD(1:8) IS NUMERIC
                   IF WS-CAL-COUNT >= 400
                     DISPLAY "ABEND: run calendar holds more than "
                       "400 rows"
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-CAL-ENT-DATE(WS-CAL-COUNT)
                   MOVE CAL-CODE TO WS-CAL-ENT-CODE(WS-CAL-COUNT)
                   MOVE CAL-DESC TO WS-CAL-ENT-DESC(WS-CAL-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CAL-FILE
           .
      ***** Every rule is evaluated for the target year and, for a
      ***** weekend-observed fixed date, for the year after as well:
      ***** next January 1st on a Saturday is observed on this
      ***** year's December 31st. Only dates inside the target year
      ***** are kept.
       B10-ApplyRules.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open holiday rules "
               "project-euler/euler.holrules (status "
               WS-RULE-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-RULE-FILE = 'Y'
             READ RULE-FILE
               AT END MOVE 'Y' TO EOF-RULE-FILE
               NOT AT END
                 IF RULE-TYPE NOT = SPACE
                   ADD 1 TO WS-RULE-COUNT
                   PERFORM B20-ApplyOneRule
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RULE-FILE
           DISPLAY "Holiday rules read: " WS-RULE-COUNT
             "  dates generated: " WS-GEN-COUNT
           PERFORM B15-SortByDate
           .
      ***** The rules file is in whatever order it was typed; the
      ***** preview and the rows added are put in date order.
       B15-SortByDate.
           PERFORM VARYING WS-GEN-IDX FROM 2 BY 1
             UNTIL WS-GEN-IDX > WS-GEN-COUNT
             MOVE WS-GEN-ENTRY(WS-GEN-IDX) TO WS-GEN-HOLD
             MOVE WS-GEN-IDX TO WS-GEN-SLOT
             PERFORM UNTIL WS-GEN-SLOT = 1
               OR WS-GEN-DATE(WS-GEN-SLOT - 1) <= WS-HOLD-DATE
               MOVE WS-GEN-ENTRY(WS-GEN-SLOT - 1)
                 TO WS-GEN-ENTRY(WS-GEN-SLOT)
               SUBTRACT 1 FROM WS-GEN-SLOT
             END-PERFORM
             MOVE WS-GEN-HOLD TO WS-GEN-ENTRY(WS-GEN-SLOT)
           END-PERFORM
           .
       B20-ApplyOneRule.
           IF RULE-MONTH IS NOT NUMERIC
             OR RULE-MONTH < "01" OR RULE-MONTH > "12"
             PERFORM B90-RejectRule
             EXIT PARAGRAPH
           END-IF
           MOVE RULE-MONTH TO WS-RULE-MM
           MOVE RULE-DESC TO WS-WORK-DESC
           EVALUATE RULE-TYPE
             WHEN 'F'
               IF RULE-DAY IS NOT NUMERIC
                 PERFORM B90-RejectRule
                 EXIT PARAGRAPH
               END-IF
               MOVE RULE-DAY TO WS-RULE-DD
               MOVE WS-GEN-YEAR TO WS-RULE-YEAR
               PERFORM B30-FixedDate
               IF RULE-OBSERVE = 'Y'
                 COMPUTE WS-RULE-YEAR = WS-GEN-YEAR + 1
                 MOVE RULE-DESC TO WS-WORK-DESC
                 PERFORM B30-FixedDate
               END-IF
             WHEN 'N'
               IF RULE-DAY IS NOT NUMERIC
                 OR RULE-DAY < "01" OR RULE-DAY > "05"
                 OR RULE-WEEKDAY < "1" OR RULE-WEEKDAY > "7"
                 PERFORM B90-RejectRule
                 EXIT PARAGRAPH
               END-IF
               MOVE RULE-DAY TO WS-RULE-DD
               MOVE RULE-WEEKDAY TO WS-RULE-WD
               PERFORM B40-NthWeekday
             WHEN 'L'
               IF RULE-WEEKDAY < "1" OR RULE-WEEKDAY > "7"
                 PERFORM B90-RejectRule
                 EXIT PARAGRAPH
               END-IF
               MOVE RULE-WEEKDAY TO WS-RULE-WD
               PERFORM B50-LastWeekday
             WHEN OTHER
               PERFORM B90-RejectRule
           END-EVALUATE
           .
      ***** A fixed date, shifted off a weekend when the rule says
      ***** so. Day numbers count from Monday 1 January 1601, so the
      ***** weekday is (day number - 1) mod 7, plus one, Monday 1.
       B30-FixedDate.
           MOVE WS-RULE-YEAR TO WS-WORK-YYYY
           MOVE WS-RULE-MM TO WS-WORK-MM
           MOVE WS-RULE-DD TO WS-WORK-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) NOT = 0
             PERFORM B90-RejectRule
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           PERFORM B80-Weekday
           MOVE 0 TO WS-SHIFT-DAYS
           IF RULE-OBSERVE = 'Y'
             IF WS-WORK-WEEKDAY = 6
               MOVE -1 TO WS-SHIFT-DAYS
             END-IF
             IF WS-WORK-WEEKDAY = 7
               MOVE 1 TO WS-SHIFT-DAYS
             END-IF
           END-IF
           IF WS-SHIFT-DAYS NOT = 0
             COMPUTE WS-WORK-DAYNUM = WS-WORK-DAYNUM + WS-SHIFT-DAYS
             COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM)
             MOVE SPACES TO WS-WORK-DESC
             STRING FUNCTION TRIM(RULE-DESC) " OBSERVED"
               DELIMITED BY SIZE INTO WS-WORK-DESC
           END-IF
           PERFORM B60-KeepDate
           .
      ***** The first of the month, walked forward to the wanted
      ***** weekday, then on by whole weeks; an occurrence that runs
      ***** off the end of the month (a fifth Monday that is not
      ***** there) is rejected.
       B40-NthWeekday.
           MOVE WS-GEN-YEAR TO WS-WORK-YYYY
           MOVE WS-RULE-MM TO WS-WORK-MM
           MOVE 1 TO WS-WORK-DD
           COMPUTE WS-WORK-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           PERFORM B80-Weekday
           COMPUTE WS-DAY-OFFSET =
             FUNCTION MOD(WS-RULE-WD - WS-WORK-WEEKDAY + 7, 7)
             + (WS-RULE-DD - 1) * 7
           COMPUTE WS-WORK-DAYNUM = WS-WORK-DAYNUM + WS-DAY-OFFSET
           COMPUTE WS-WORK-DATE =
             FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM)
           IF WS-WORK-MM NOT = WS-RULE-MM
             PERFORM B90-RejectRule
             EXIT PARAGRAPH
           END-IF
           PERFORM B60-KeepDate
           .
      ***** The first of the following month, stepped back one day
      ***** to the month's last date, then back to the wanted
      ***** weekday.
       B50-LastWeekday.
           IF WS-RULE-MM = 12
             COMPUTE WS-WORK-YYYY = WS-GEN-YEAR + 1
             MOVE 1 TO WS-WORK-MM
           ELSE
             MOVE WS-GEN-YEAR TO WS-WORK-YYYY
             COMPUTE WS-WORK-MM = WS-RULE-MM + 1
           END-IF
           MOVE 1 TO WS-WORK-DD
           COMPUTE WS-WORK-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           PERFORM B80-Weekday
           COMPUTE WS-DAY-OFFSET =
             FUNCTION MOD(WS-WORK-WEEKDAY - WS-RULE-WD + 7, 7)
           COMPUTE WS-WORK-DAYNUM = WS-WORK-DAYNUM - WS-DAY-OFFSET
           COMPUTE WS-WORK-DATE =
             FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM)
           PERFORM B60-KeepDate
           .
      ***** Keeps a generated date that falls inside the target year,
      ***** marking whether the calendar still needs it.
       B60-KeepDate.
           IF WS-WORK-YYYY NOT = WS-GEN-YEAR
             EXIT PARAGRAPH
           END-IF
           IF WS-GEN-COUNT >= 60
             DISPLAY "ABEND: more than 60 holidays generated"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-WORK-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
           MOVE WS-WORK-DESC TO WS-GEN-DESC(WS-GEN-COUNT)
           PERFORM B70-FindOnCalendar
           IF WS-CAL-FOUND = 0
             MOVE 'Y' TO WS-GEN-ADD(WS-GEN-COUNT)
             ADD 1 TO WS-ADD-COUNT
           ELSE
             MOVE 'N' TO WS-GEN-ADD(WS-GEN-COUNT)
             ADD 1 TO WS-KEEP-COUNT
           END-IF
           .
       B70-FindOnCalendar.
           MOVE 0 TO WS-CAL-FOUND
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
             UNTIL WS-CAL-IDX > WS-CAL-COUNT
             IF WS-CAL-ENT-DATE(WS-CAL-IDX) = WS-WORK-DATE
               MOVE WS-CAL-IDX TO WS-CAL-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           .
       B80-Weekday.
           COMPUTE WS-WORK-WEEKDAY =
             FUNCTION MOD(WS-WORK-DAYNUM - 1, 7) + 1
           .
       B90-RejectRule.
           ADD 1 TO WS-BAD-RULES
           DISPLAY "WARNING: holiday rule '" RULE-RECORD
             "' cannot be applied for " WS-GEN-YEAR "; skipped"
           .
      ***** One preview line per generated date, saying whether it
      ***** would be added or what the calendar already holds there.
       C00-WritePreview.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
             UNTIL WS-GEN-IDX > WS-GEN-COUNT
             MOVE SPACES TO RPT-LINE
             IF WS-GEN-ADD(WS-GEN-IDX) = 'Y'
               STRING "  " WS-GEN-DATE(WS-GEN-IDX) " H "
                 WS-GEN-DESC(WS-GEN-IDX) "  ADD"
                 DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-WORK-DATE
               PERFORM B70-FindOnCalendar
               STRING "  " WS-GEN-DATE(WS-GEN-IDX) " H "
                 WS-GEN-DESC(WS-GEN-IDX) "  KEPT - on file as "
                 WS-CAL-ENT-CODE(WS-CAL-FOUND) " "
                 FUNCTION TRIM(WS-CAL-ENT-DESC(WS-CAL-FOUND))
                 DELIMITED BY SIZE INTO RPT-LINE
             END-IF
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Generated: " WS-GEN-COUNT "  to add: "
             WS-ADD-COUNT "  already on file: " WS-KEEP-COUNT
             "  rules skipped: " WS-BAD-RULES
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** Nothing is written without the maintenance permission and
      ***** an explicit Y. The new rows are appended, so no row on
      ***** file - hand-entered or not - can be touched.
       D00-ConfirmAndWrite.
           MOVE 'M' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
             WS-UA-USER WS-UA-ALLOWED
           IF WS-UA-ALLOWED = 'N'
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Add " WS-ADD-COUNT " holiday rows for "
             WS-GEN-YEAR " to euler.calendar? (Y/N): "
             WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
             DISPLAY "Not confirmed; euler.calendar not changed"
             EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CAL-FILE
           IF WS-CAL-STATUS-CD = "35"
             OPEN OUTPUT CAL-FILE
           END-IF
           IF WS-CAL-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot extend run calendar (status "
               WS-CAL-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
             UNTIL WS-GEN-IDX > WS-GEN-COUNT
             IF WS-GEN-ADD(WS-GEN-IDX) = 'Y'
               PERFORM D10-AddOneRow
             END-IF
           END-PERFORM
           CLOSE CAL-FILE
           DISPLAY "Added " WS-ADD-COUNT " rows to euler.calendar"
           .
       D10-AddOneRow.
           MOVE WS-GEN-DATE(WS-GEN-IDX) TO CAL-DATE
           MOVE 'H' TO CAL-CODE
           MOVE SPACES TO CAL-DESC
           MOVE WS-GEN-DESC(WS-GEN-IDX) TO CAL-DESC(2:29)
           WRITE CAL-RECORD
           MOVE "euler.calendar" TO WS-CJ-FILE
           MOVE "GENERATE" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           MOVE CAL-RECORD TO WS-CJ-AFTER
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** Exit
       END PROGRAM CalGen.
