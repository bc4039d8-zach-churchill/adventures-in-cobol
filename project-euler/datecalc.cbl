       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Date Calculation
      *
      *    Callable subprogram for the suite's calendar arithmetic:
      *    day of week, adding days, month ends, business days and
      *    days between two dates. Kept as a separate callable module
      *    (never compiled with -x), the same way PrimeTest and
      *    BigNum are, so the elapsed-time report every program
      *    prints, EulerSched's month-end decision, IncAge's ages and
      *    Problem19's weekday counts all rest on one routine instead
      *    of each doing its own day-number arithmetic.
      *
      *    The parameter block and the modes are described in
      *    copybooks/EUDATE.cpy. Dates become day numbers through
      *    FUNCTION INTEGER-OF-DATE, day 1 being Monday 1601-01-01,
      *    so any date from 1601 through 9999 is handled. The run
      *    calendar is read once, on the first business-day call of
      *    the run; a missing calendar just means no holidays.
      *****************************************************************
       PROGRAM-ID. DateCalc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "project-euler/euler.calendar"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CAL-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CAL-FILE.
       01 CAL-RECORD.
           05 CAL-DATE PIC 9(8).
           05 CAL-CODE PIC X(1).
           05 CAL-DESC PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS-CD PIC XX.
       01 EOF-CAL-FILE PIC X(1).
       01 WS-CAL-LOADED PIC X(1) VALUE 'N'.
       01 WS-HOL-COUNT PIC 9(3) VALUE 0.
       01 WS-HOL-TBL.
           05 WS-HOL-DATE PIC 9(8) OCCURS 500 TIMES.
       01 WS-HOL-IDX PIC 9(3).
       01 WS-DAYNUM-1 PIC 9(7).
       01 WS-DAYNUM-2 PIC 9(7).
       01 WS-MAX-DAYNUM PIC 9(7).
       01 WS-WORK-DAYNUM PIC S9(8).
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR PIC 9(4).
           05 WS-WORK-MONTH PIC 9(2).
           05 WS-WORK-DAY PIC 9(2).
       01 WS-MONTH-FIRST PIC 9(7).
       01 WS-MONTH-LAST PIC 9(7).
       01 WS-WEEKDAY PIC 9(1).
       01 WS-BUS-COUNT PIC 9(2).
       01 WS-BUS-WANTED PIC 9(2).
       LINKAGE SECTION.
       COPY EUDATE.
       PROCEDURE DIVISION USING EUDATE-PARMS.
       A00-Begin.
           MOVE 'Y' TO EUDATE-OK
           MOVE 0 TO EUDATE-RESULT
           MOVE 0 TO EUDATE-WEEKDAY
           IF FUNCTION TEST-DATE-YYYYMMDD(EUDATE-DATE1) NOT = 0
             MOVE 'N' TO EUDATE-OK
             IF EUDATE-MODE = 'B'
               MOVE 0 TO EUDATE-DAYS
             END-IF
             GOBACK
           END-IF
           COMPUTE WS-DAYNUM-1 = FUNCTION INTEGER-OF-DATE(EUDATE-DATE1)
           EVALUATE EUDATE-MODE
             WHEN 'W'
               MOVE WS-DAYNUM-1 TO WS-WORK-DAYNUM
               PERFORM B00-WeekdayOf
               MOVE WS-WEEKDAY TO EUDATE-WEEKDAY
             WHEN 'A'
               PERFORM C00-AddDays
             WHEN 'L'
               PERFORM D00-MonthBounds
               COMPUTE EUDATE-RESULT =
                 FUNCTION DATE-OF-INTEGER(WS-MONTH-LAST)
             WHEN 'K'
               PERFORM E00-BusinessDay
             WHEN 'B'
               PERFORM F00-DaysBetween
             WHEN OTHER
               DISPLAY "WARNING: DateCalc called with unknown mode "
                 EUDATE-MODE "; nothing done"
               MOVE 'N' TO EUDATE-OK
           END-EVALUATE
           GOBACK.
      ***** End of Program execution
      ***** Day 1 is a Monday, so the weekday falls straight out of
      ***** the day number: 1 Monday through 7 Sunday.
       B00-WeekdayOf.
           COMPUTE WS-WEEKDAY =
             FUNCTION MOD(WS-WORK-DAYNUM - 1, 7) + 1
           .
      ***** The sum must stay inside 1601-01-01 through 9999-12-31.
       C00-AddDays.
           COMPUTE WS-MAX-DAYNUM = FUNCTION INTEGER-OF-DATE(99991231)
           COMPUTE WS-WORK-DAYNUM = WS-DAYNUM-1 + EUDATE-DAYS
           IF WS-WORK-DAYNUM < 1 OR WS-WORK-DAYNUM > WS-MAX-DAYNUM
             MOVE 'N' TO EUDATE-OK
             EXIT PARAGRAPH
           END-IF
           COMPUTE EUDATE-RESULT =
             FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM)
           .
      ***** Day numbers of the first and last days of DATE1's month:
      ***** the last day is the day before the first of next month.
       D00-MonthBounds.
           MOVE EUDATE-DATE1 TO WS-WORK-DATE
           MOVE 1 TO WS-WORK-DAY
           COMPUTE WS-MONTH-FIRST =
             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF WS-WORK-MONTH = 12
             IF WS-WORK-YEAR = 9999
               COMPUTE WS-MONTH-LAST =
                 FUNCTION INTEGER-OF-DATE(99991231)
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-WORK-YEAR
             MOVE 1 TO WS-WORK-MONTH
           ELSE
             ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-MONTH-LAST =
             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           .
      ***** Counts business days from the front of the month for a
      ***** positive DAYS, from the back for a negative one.
       E00-BusinessDay.
           IF WS-CAL-LOADED = 'N'
             PERFORM E50-LoadCalendar
           END-IF
           IF EUDATE-DAYS = 0 OR EUDATE-DAYS > 31 OR EUDATE-DAYS < -31
             MOVE 'N' TO EUDATE-OK
             EXIT PARAGRAPH
           END-IF
           PERFORM D00-MonthBounds
           MOVE 0 TO WS-BUS-COUNT
           IF EUDATE-DAYS > 0
             MOVE EUDATE-DAYS TO WS-BUS-WANTED
             PERFORM VARYING WS-WORK-DAYNUM FROM WS-MONTH-FIRST BY 1
               UNTIL WS-WORK-DAYNUM > WS-MONTH-LAST
               OR WS-BUS-COUNT = WS-BUS-WANTED
               PERFORM E10-CheckBusinessDay
             END-PERFORM
           ELSE
             COMPUTE WS-BUS-WANTED = 0 - EUDATE-DAYS
             PERFORM VARYING WS-WORK-DAYNUM FROM WS-MONTH-LAST BY -1
               UNTIL WS-WORK-DAYNUM < WS-MONTH-FIRST
               OR WS-BUS-COUNT = WS-BUS-WANTED
               PERFORM E10-CheckBusinessDay
             END-PERFORM
           END-IF
           IF WS-BUS-COUNT < WS-BUS-WANTED
             MOVE 'N' TO EUDATE-OK
             MOVE 0 TO EUDATE-RESULT
           END-IF
           .
       E10-CheckBusinessDay.
           PERFORM B00-WeekdayOf
           IF WS-WEEKDAY > 5
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-DATE =
             FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM)
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
             UNTIL WS-HOL-IDX > WS-HOL-COUNT
             IF WS-HOL-DATE(WS-HOL-IDX) = WS-WORK-DATE
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           ADD 1 TO WS-BUS-COUNT
           MOVE WS-WORK-DATE TO EUDATE-RESULT
           .
      ***** Only the H (holiday) records matter here; E records force
      ***** EulerSched's month-end but leave the day a business day.
       E50-LoadCalendar.
           MOVE 'Y' TO WS-CAL-LOADED
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-CAL-FILE
           PERFORM WITH TEST AFTER UNTIL EOF-CAL-FILE = 'Y'
             READ CAL-FILE
               AT END MOVE 'Y' TO EOF-CAL-FILE
               NOT AT END
                 IF CAL-RECORD(1:8) IS NUMERIC AND CAL-CODE = 'H'
                   AND WS-HOL-COUNT < 500
                   ADD 1 TO WS-HOL-COUNT
                   MOVE CAL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CAL-FILE
           .
       F00-DaysBetween.
           IF FUNCTION TEST-DATE-YYYYMMDD(EUDATE-DATE2) NOT = 0
             MOVE 'N' TO EUDATE-OK
             MOVE 0 TO EUDATE-DAYS
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYNUM-2 = FUNCTION INTEGER-OF-DATE(EUDATE-DATE2)
           COMPUTE EUDATE-DAYS = WS-DAYNUM-2 - WS-DAYNUM-1
           .
      ***** Exit
       END PROGRAM DateCalc.
