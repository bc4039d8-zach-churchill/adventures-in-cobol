      *                         20-step table
      *        REGISTRY-MENU    registry menu rows vs the menu's
      *                         20-choice table
      *        EXPECTED-CASES   euler.expected cases vs the 200-case
      *                         tables in EulerRegress/ExpMaint
      *        REPORT-CATALOG   report.catalog entries vs RptSweep's
      *                         500-entry table
      *        RULES-SET-ROWS   widest fizzbuzz.rules set vs the
      *                         10-rule table
      *        ANSWER-DIGITS    widest answer in the ledger vs
      *                         the 60-digit text answer channel
      *
      *    Growth is projected from the previous run's snapshot
      *    (project-euler/capwatch.prev, rewritten each run): the
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
       01 IN-RECORD PIC X(300).
       FD PREV-FILE.
       01 PREV-RECORD.
           05 PREV-ITEM PIC X(16).
       01 WS-SET-IDX PIC 9(2).
       01 WS-SET-FOUND PIC 9(1).
       01 WS-WIDEST-ANSWER PIC 9(8) VALUE 0.
       01 WS-ANSWER-TEXT PIC X(60).
       01 WS-ANSWER-FIRST PIC 9(8).
       01 WS-DIGIT-IDX PIC 9(2).
       01 WS-DIGIT-WIDTH PIC 9(2).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-PCT-USED PIC 9(3).
       01 WS-DELTA PIC S9(8).
       01 WS-DAYS-SPAN PIC S9(5).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PAGED-LINE PIC X(130).
       COPY EURPTFMT.
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
           MOVE "REGISTRY-MENU" TO WS-ITEM-NAME(4)
           MOVE 20 TO WS-ITEM-LIMIT(4)
           MOVE "EXPECTED-CASES" TO WS-ITEM-NAME(5)
           MOVE 200 TO WS-ITEM-LIMIT(5)
           MOVE "REPORT-CATALOG" TO WS-ITEM-NAME(6)
           MOVE 500 TO WS-ITEM-LIMIT(6)
           MOVE "RULES-SET-ROWS" TO WS-ITEM-NAME(7)
           MOVE 10 TO WS-ITEM-LIMIT(7)
           MOVE "ANSWER-DIGITS" TO WS-ITEM-NAME(8)
           MOVE 60 TO WS-ITEM-LIMIT(8)
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
             UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
             MOVE 0 TO WS-ITEM-USED(WS-ITEM-IDX)
           ADD 1 TO WS-SET-ROWS(WS-SET-IDX)
           .
      ***** Walks the ledger for the widest answer actually recorded:
      ***** a narrow answer is written zero-padded to 20 digits and a
      ***** wide one as its significant digits, so the width is the
      ***** count of digits after any leading zeros. The text answer
      ***** channel's 60 digits are the truncation cliff this item
      ***** watches.
       E30-MeasureAnswerWidth.
           MOVE "project-euler/euler.ledger" TO WS-IN-NAME
           MOVE 'N' TO EOF-IN-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DIGIT-WIDTH
           MOVE 0 TO WS-ANSWER-FIRST
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
             UNTIL WS-DIGIT-IDX > 60
             IF WS-ANSWER-TEXT(WS-DIGIT-IDX:1) IS NUMERIC
               IF WS-ANSWER-FIRST = 0
                 AND WS-ANSWER-TEXT(WS-DIGIT-IDX:1) NOT = '0'
                 MOVE WS-DIGIT-IDX TO WS-ANSWER-FIRST
               END-IF
               IF WS-ANSWER-FIRST > 0
                 COMPUTE WS-DIGIT-WIDTH =
                   WS-DIGIT-IDX - WS-ANSWER-FIRST + 1
               END-IF
             END-IF
           END-PERFORM
