      *    the archive names lie; this step is how it stops being
      *    a memory exercise.
      *
      *    Scenario files run on a schedule too. The scheduled
      *    scenarios file (project-euler/euler.scensched) gives each
      *    one a schedule, one row per file:
      *        columns  1-12  schedule id, also the report id the
      *                       run's report is delivered under
      *        columns 14-15  frequency: DY every processing day,
      *                       WK one weekday, ME month-end, QE
      *                       quarter-end, BD the Nth business day
      *        columns 17-18  operand: WK the weekday (01 Monday -
      *                       07 Sunday), BD the business day
      *        column  20     holiday rule: S skip the run, F run
      *                       it the next processing day, B run it
      *                       the processing day before
      *        columns 22-81  the scenarios file
      *    A schedule's own date is the weekday, the month's or
      *    quarter's last calendar day, or the business day (from
      *    DateCalc, so never a holiday). When that date is an H
      *    day the rule decides: S drops the run, F moves it to the
      *    first processing day after, B to the last processing day
      *    before - so an ME schedule with rule B runs the same
      *    night as the LedgerMonth rollover. An E record also
      *    makes ME schedules due, and QE ones in a quarter's last
      *    month. Every scenario file due tonight is added to the
      *    decision file as a SCENARIO= line after the decision
      *    line, which EulerScen SCHEDULED runs and RptDist
      *    delivers from.
      *
      *    The decision date is supplied on the command line:
      *        eulersched [yyyymmdd]
      *    and defaults to today, so tomorrow's plan can be checked
      *    this afternoon.
      *
      *    From December 1st on, a calendar with no rows at all for
      *    next year draws a warning at load time: next year's
      *    holidays are generated from the holiday rules by CalGen
      *    (see calgen.cbl), and January 1st is too late to notice
      *    nobody ran it.
      *****************************************************************
       PROGRAM-ID. EulerSched.
       ENVIRONMENT DIVISION.
           SELECT SCHED-FILE ASSIGN TO "project-euler/euler.schedule"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCHED-STATUS-CD.
           SELECT SCENSCHED-FILE
             ASSIGN TO "project-euler/euler.scensched"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCENSCHED-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CAL-FILE.
           05 CAL-CODE PIC X(1).
           05 CAL-DESC PIC X(30).
       FD SCHED-FILE.
       01 SCHED-LINE PIC X(100).
       FD SCENSCHED-FILE.
       01 SCENSCHED-RECORD.
           05 SS-ID PIC X(12).
           05 FILLER PIC X(1).
           05 SS-FREQ PIC X(2).
           05 FILLER PIC X(1).
           05 SS-OPERAND PIC X(2).
           05 FILLER PIC X(1).
           05 SS-RULE PIC X(1).
           05 FILLER PIC X(1).
           05 SS-FILE PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-SCENSCHED-STATUS-CD PIC XX.
       01 EOF-SCENSCHED-FILE PIC X VALUE 'N'.
       01 WS-SS-COUNT PIC 9(2) VALUE 0.
       01 WS-SS-TBL.
           05 WS-SS-ENTRY OCCURS 20 TIMES.
               10 WS-SS-ID PIC X(12).
               10 WS-SS-FREQ PIC X(2).
               10 WS-SS-OPERAND PIC 9(2).
               10 WS-SS-RULE PIC X(1).
               10 WS-SS-FILE PIC X(60).
               10 WS-SS-DUE PIC X(1).
       01 WS-SS-IDX PIC 9(2).
       01 WS-DUE-COUNT PIC 9(2) VALUE 0.
       01 WS-NOM-DATE PIC 9(8).
       01 WS-NOM-DATE-X REDEFINES WS-NOM-DATE.
           05 FILLER PIC 9(4).
           05 WS-NOM-MONTH PIC 9(2).
           05 FILLER PIC 9(2).
       01 WS-NOMINAL PIC X(1).
       01 WS-SHIFT-STEP PIC S9(1).
       01 WS-SHIFT-COUNT PIC 9(2).
       01 WS-SHIFT-FROM PIC 9(8).
       01 WS-DECIDE-RC PIC 9(2) VALUE 0.
       01 WS-CAL-STATUS-CD PIC XX.
       01 WS-SCHED-STATUS-CD PIC XX.
       01 EOF-CAL-FILE PIC X VALUE 'N'.
       01 WS-DECIDE-DATE PIC 9(8).
       01 WS-DECIDE-DATE-Y REDEFINES WS-DECIDE-DATE.
           05 WS-DECIDE-YEAR PIC 9(4).
           05 WS-DECIDE-MMDD PIC 9(4).
       01 WS-NEXT-YEAR PIC 9(4).
       01 WS-NEXT-YEAR-ROWS PIC 9(3) VALUE 0.
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAL-TBL.
           05 WS-CAL-ENTRY OCCURS 200 TIMES.
       01 WS-CAL-IDX PIC 9(3).
       01 WS-TODAY-CODE PIC X(1).
       01 WS-TODAY-DESC PIC X(30).
       01 WS-SCAN-DATE PIC 9(8).
       01 WS-MONTH-LAST-DATE PIC 9(8).
       01 WS-SCAN-CODE PIC X(1).
       01 WS-MONTH-END PIC X(1) VALUE 'N'.
       01 WS-CYCLE-RUNS PIC X(1) VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM B00-LoadCalendar
           PERFORM B20-LoadScenSchedule
           PERFORM C00-DecideCycle
           IF WS-CYCLE-RUNS = 'Y'
             PERFORM C10-DecideMonthEnd
             PERFORM C20-DecideScenarios
           END-IF
           PERFORM D00-WriteDecision
           EVALUATE TRUE
             WHEN WS-CYCLE-RUNS = 'N'
               MOVE 4 TO WS-DECIDE-RC
             WHEN WS-MONTH-END = 'Y'
               MOVE 1 TO WS-DECIDE-RC
             WHEN OTHER
               MOVE 0 TO WS-DECIDE-RC
           END-EVALUATE
           PERFORM A99-ReportElapsedTime
           MOVE WS-DECIDE-RC TO RETURN-CODE
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
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
      ***** calendar month's last date, which is the behavior the
      ***** cycle effectively had before the calendar existed.
       B00-LoadCalendar.
           COMPUTE WS-NEXT-YEAR = WS-DECIDE-YEAR + 1
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS-CD NOT = "00"
             DISPLAY "No run calendar on file; every day treated as "
             READ CAL-FILE
               AT END MOVE 'Y' TO EOF-CAL-FILE
               NOT AT END
                 IF CAL-RECORD(1:8) IS NUMERIC
                   AND CAL-DATE(1:4) = WS-NEXT-YEAR
                   ADD 1 TO WS-NEXT-YEAR-ROWS
                 END-IF
                 IF CAL-RECORD(1:8) IS NUMERIC
                   AND WS-CAL-COUNT < 200
                   ADD 1 TO WS-CAL-COUNT
           END-PERFORM
           CLOSE CAL-FILE
           DISPLAY "Run calendar loaded: " WS-CAL-COUNT " records"
           IF WS-DECIDE-MMDD >= 1201 AND WS-NEXT-YEAR-ROWS = 0
             DISPLAY "WARNING: run calendar has no rows for "
               WS-NEXT-YEAR "; run CalGen to generate its holidays"
           END-IF
           .
      ***** The scheduled scenario files. A row with an unknown
      ***** frequency or holiday rule, a WK or BD row without its
      ***** operand, or no file name is reported and left out; no
      ***** file at all just means nothing is scheduled.
       B20-LoadScenSchedule.
           OPEN INPUT SCENSCHED-FILE
           IF WS-SCENSCHED-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-SCENSCHED-FILE = 'Y'
             READ SCENSCHED-FILE
               AT END MOVE 'Y' TO EOF-SCENSCHED-FILE
               NOT AT END
                 IF SCENSCHED-RECORD(1:1) NOT = "*"
                   AND SCENSCHED-RECORD NOT = SPACES
                   PERFORM B25-NoteScenSchedule
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SCENSCHED-FILE
           DISPLAY "Scheduled scenario files: " WS-SS-COUNT
           .
       B25-NoteScenSchedule.
           IF (SS-FREQ NOT = "DY" AND SS-FREQ NOT = "WK"
             AND SS-FREQ NOT = "ME" AND SS-FREQ NOT = "QE"
             AND SS-FREQ NOT = "BD")
             OR (SS-RULE NOT = "S" AND SS-RULE NOT = "F"
             AND SS-RULE NOT = "B")
             OR SS-FILE = SPACES OR SS-ID = SPACES
             OR ((SS-FREQ = "WK" OR SS-FREQ = "BD")
             AND SS-OPERAND IS NOT NUMERIC)
             OR (SS-FREQ = "WK" AND SS-OPERAND IS NUMERIC
             AND (SS-OPERAND < "01" OR SS-OPERAND > "07"))
             OR (SS-FREQ = "BD" AND SS-OPERAND = "00")
             DISPLAY "WARNING: euler.scensched row for "
               FUNCTION TRIM(SS-ID) " is not valid; row skipped"
             EXIT PARAGRAPH
           END-IF
           IF WS-SS-COUNT >= 20
             DISPLAY "WARNING: more than 20 scheduled scenario "
               "files; " FUNCTION TRIM(SS-ID) " skipped"
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SS-COUNT
           MOVE SS-ID TO WS-SS-ID(WS-SS-COUNT)
           MOVE SS-FREQ TO WS-SS-FREQ(WS-SS-COUNT)
           MOVE 0 TO WS-SS-OPERAND(WS-SS-COUNT)
           IF SS-OPERAND IS NUMERIC
             MOVE SS-OPERAND TO WS-SS-OPERAND(WS-SS-COUNT)
           END-IF
           MOVE SS-RULE TO WS-SS-RULE(WS-SS-COUNT)
           MOVE SS-FILE TO WS-SS-FILE(WS-SS-COUNT)
           MOVE 'N' TO WS-SS-DUE(WS-SS-COUNT)
           .
       B10-LookupDate.
           MOVE SPACE TO WS-SCAN-CODE
           .
      ***** Month-end is tonight when today carries an explicit E
      ***** record, or when every remaining date of this calendar
      ***** month is marked H. The month's last day and each next
      ***** date come from the shared DateCalc module, so the
      ***** 28/29/30/31-day month-ends all come out right.
       C10-DecideMonthEnd.
           IF WS-TODAY-CODE = 'E'
             MOVE 'Y' TO WS-MONTH-END
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MONTH-END
           MOVE 'L' TO EUDATE-MODE
           MOVE WS-DECIDE-DATE TO EUDATE-DATE1
           CALL "DateCalc" USING EUDATE-PARMS
           MOVE EUDATE-RESULT TO WS-MONTH-LAST-DATE
           MOVE WS-DECIDE-DATE TO WS-SCAN-DATE
           PERFORM UNTIL WS-SCAN-DATE >= WS-MONTH-LAST-DATE
             OR WS-MONTH-END = 'N'
             MOVE 'A' TO EUDATE-MODE
             MOVE WS-SCAN-DATE TO EUDATE-DATE1
             MOVE 1 TO EUDATE-DAYS
             CALL "DateCalc" USING EUDATE-PARMS
             MOVE EUDATE-RESULT TO WS-SCAN-DATE
             PERFORM B10-LookupDate
             IF WS-SCAN-CODE NOT = 'H'
               MOVE 'N' TO WS-MONTH-END
             END-IF
           END-PERFORM
           IF WS-MONTH-END = 'Y'
             DISPLAY "Last processing day of the month; "
               "LedgerMonth rollover due tonight"
           END-IF
           .
      ***** Which scheduled scenario files are due tonight, each by
      ***** its own date or by its holiday rule moving that date.
       C20-DecideScenarios.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
             UNTIL WS-SS-IDX > WS-SS-COUNT
             PERFORM C25-DecideOneScenario
             IF WS-SS-DUE(WS-SS-IDX) = 'Y'
               ADD 1 TO WS-DUE-COUNT
             END-IF
           END-PERFORM
           .
       C25-DecideOneScenario.
           MOVE WS-DECIDE-DATE TO WS-NOM-DATE
           PERFORM C30-CheckScheduleDate
           IF WS-NOMINAL = 'Y'
             MOVE 'Y' TO WS-SS-DUE(WS-SS-IDX)
             DISPLAY "Scenario file due tonight: "
               FUNCTION TRIM(WS-SS-ID(WS-SS-IDX))
             EXIT PARAGRAPH
           END-IF
           IF WS-TODAY-CODE = 'E'
             AND (WS-SS-FREQ(WS-SS-IDX) = "ME"
             OR (WS-SS-FREQ(WS-SS-IDX) = "QE"
             AND (WS-NOM-MONTH = 3 OR WS-NOM-MONTH = 6
             OR WS-NOM-MONTH = 9 OR WS-NOM-MONTH = 12)))
             MOVE 'Y' TO WS-SS-DUE(WS-SS-IDX)
             DISPLAY "Scenario file due tonight: "
               FUNCTION TRIM(WS-SS-ID(WS-SS-IDX))
               " (month-end forced by calendar record)"
             EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SS-RULE(WS-SS-IDX)
             WHEN "F"
               MOVE -1 TO WS-SHIFT-STEP
             WHEN "B"
               MOVE 1 TO WS-SHIFT-STEP
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           PERFORM C40-ScanHolidayRun
           IF WS-SS-DUE(WS-SS-IDX) = 'Y'
             DISPLAY "Scenario file due tonight: "
               FUNCTION TRIM(WS-SS-ID(WS-SS-IDX))
               " (moved from holiday " WS-SHIFT-FROM ")"
           END-IF
           .
      ***** WS-NOMINAL 'Y' when WS-NOM-DATE is the schedule's own
      ***** date, before any holiday rule.
       C30-CheckScheduleDate.
           MOVE 'N' TO WS-NOMINAL
           EVALUATE WS-SS-FREQ(WS-SS-IDX)
             WHEN "DY"
               MOVE 'Y' TO WS-NOMINAL
             WHEN "WK"
               MOVE 'W' TO EUDATE-MODE
               MOVE WS-NOM-DATE TO EUDATE-DATE1
               CALL "DateCalc" USING EUDATE-PARMS
               IF EUDATE-WEEKDAY = WS-SS-OPERAND(WS-SS-IDX)
                 MOVE 'Y' TO WS-NOMINAL
               END-IF
             WHEN "ME"
             WHEN "QE"
               MOVE 'L' TO EUDATE-MODE
               MOVE WS-NOM-DATE TO EUDATE-DATE1
               CALL "DateCalc" USING EUDATE-PARMS
               IF EUDATE-RESULT = WS-NOM-DATE
                 AND (WS-SS-FREQ(WS-SS-IDX) = "ME"
                 OR WS-NOM-MONTH = 3 OR WS-NOM-MONTH = 6
                 OR WS-NOM-MONTH = 9 OR WS-NOM-MONTH = 12)
                 MOVE 'Y' TO WS-NOMINAL
               END-IF
             WHEN "BD"
               MOVE 'K' TO EUDATE-MODE
               MOVE WS-NOM-DATE TO EUDATE-DATE1
               MOVE WS-SS-OPERAND(WS-SS-IDX) TO EUDATE-DAYS
               CALL "DateCalc" USING EUDATE-PARMS
               IF EUDATE-OK NOT = 'N'
                 AND EUDATE-RESULT = WS-NOM-DATE
                 MOVE 'Y' TO WS-NOMINAL
               END-IF
           END-EVALUATE
           .
      ***** Walks away from tonight across the unbroken run of H
      ***** days next to it - back for rule F, forward for rule B
      ***** - and makes the schedule due when one of them was its
      ***** own date. A run longer than two weeks is not followed.
       C40-ScanHolidayRun.
           MOVE WS-DECIDE-DATE TO WS-SCAN-DATE
           PERFORM VARYING WS-SHIFT-COUNT FROM 1 BY 1
             UNTIL WS-SHIFT-COUNT > 14 OR WS-SS-DUE(WS-SS-IDX) = 'Y'
             MOVE 'A' TO EUDATE-MODE
             MOVE WS-SCAN-DATE TO EUDATE-DATE1
             MOVE WS-SHIFT-STEP TO EUDATE-DAYS
             CALL "DateCalc" USING EUDATE-PARMS
             MOVE EUDATE-RESULT TO WS-SCAN-DATE
             PERFORM B10-LookupDate
             IF WS-SCAN-CODE NOT = 'H'
               EXIT PERFORM
             END-IF
             MOVE WS-SCAN-DATE TO WS-NOM-DATE
             PERFORM C30-CheckScheduleDate
             IF WS-NOMINAL = 'Y'
               MOVE 'Y' TO WS-SS-DUE(WS-SS-IDX)
               MOVE WS-SCAN-DATE TO WS-SHIFT-FROM
             END-IF
           END-PERFORM
           .
       D00-WriteDecision.
           OPEN OUTPUT SCHED-FILE
           IF WS-SCHED-STATUS-CD NOT = "00"
           IF WS-CYCLE-RUNS = 'Y'
             STRING "DATE=" WS-DECIDE-DATE
               "  CYCLE=RUN  MONTHEND=" WS-MONTH-END
               "  SCENARIOS=" WS-DUE-COUNT
               DELIMITED BY SIZE INTO SCHED-LINE
           ELSE
             STRING "DATE=" WS-DECIDE-DATE
               "  CYCLE=SKIP  MONTHEND=N  SCENARIOS=00"
               DELIMITED BY SIZE INTO SCHED-LINE
           END-IF
           WRITE SCHED-LINE
           DISPLAY FUNCTION TRIM(SCHED-LINE)
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
             UNTIL WS-SS-IDX > WS-SS-COUNT
             IF WS-SS-DUE(WS-SS-IDX) = 'Y'
               MOVE SPACES TO SCHED-LINE
               STRING "SCENARIO=" WS-SS-ID(WS-SS-IDX)
                 "  FILE=" WS-SS-FILE(WS-SS-IDX)
                 DELIMITED BY SIZE INTO SCHED-LINE
               WRITE SCHED-LINE
               DISPLAY FUNCTION TRIM(SCHED-LINE)
             END-IF
           END-PERFORM
           CLOSE SCHED-FILE
           .
      ***** Exit
       END PROGRAM EulerSched.
