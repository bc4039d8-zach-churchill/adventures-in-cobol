       01 WS-HELD-STAMP PIC X(17).
       01 WS-HELD-PARMS PIC X(60).
       01 WS-HELD-ANSWER PIC 9(20).
       01 WS-HELD-ANSWER-TEXT PIC X(60).
       01 WS-ANSWER-SHOW PIC X(60).
       01 WS-HELD-ELAPSED PIC 9(8).
       01 WS-ANSWER-EDIT PIC Z(19)9.
       01 WS-SEC-EDIT PIC ZZZZZ9.99.
           05 WS-PARM-ENTRY OCCURS 50 TIMES.
               10 WS-PT-PARMS PIC X(60).
               10 WS-PT-ANSWER PIC 9(20).
               10 WS-PT-ANSWER-TEXT PIC X(60).
               10 WS-PT-STAMP PIC X(17).
       01 WS-PARM-IDX PIC 9(2).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-PAGED-LINE PIC X(130).
       COPY EUTIME.
       COPY EUDATE.
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
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
           MOVE WS-PAGED-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
      ***** An answer wider than 20 digits is shown from the
      ***** record's text form; anything narrower is edited from the
      ***** numeric answer exactly as before.
       B90-EmitHeldRecord.
           MOVE WS-HELD-ANSWER TO WS-ANSWER-EDIT
           MOVE WS-ANSWER-EDIT TO WS-ANSWER-SHOW
           IF WS-HELD-ANSWER-TEXT NOT = SPACES
             AND WS-HELD-ANSWER-TEXT NOT = LOW-VALUES
             AND FUNCTION LENGTH(FUNCTION TRIM(WS-HELD-ANSWER-TEXT))
               > 20
             MOVE WS-HELD-ANSWER-TEXT TO WS-ANSWER-SHOW
           END-IF
           COMPUTE WS-SEC-EDIT = WS-HELD-ELAPSED / 100
           MOVE SPACES TO RPT-LINE
           IF WS-HELD-PARMS = SPACES
             STRING WS-HELD-PROGRAM "  " WS-HELD-STAMP
               "  (defaults)  answer="
               FUNCTION TRIM(WS-ANSWER-SHOW)
               "  " FUNCTION TRIM(WS-SEC-EDIT) "s"
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING WS-HELD-PROGRAM "  " WS-HELD-STAMP
               "  " FUNCTION TRIM(WS-HELD-PARMS)
               "  answer=" FUNCTION TRIM(WS-ANSWER-SHOW)
               "  " FUNCTION TRIM(WS-SEC-EDIT) "s"
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
             DELIMITED BY SIZE INTO WS-HELD-STAMP
           MOVE RESULT-PARMS TO WS-HELD-PARMS
           MOVE RESULT-ANSWER TO WS-HELD-ANSWER
           MOVE RESULT-ANSWER-TEXT TO WS-HELD-ANSWER-TEXT
           MOVE RESULT-ELAPSED-HSEC TO WS-HELD-ELAPSED
           MOVE 'Y' TO WS-HELD-VALID
           .
             MOVE WS-PT-STAMP(WS-PARM-IDX) TO WS-HELD-STAMP
             MOVE WS-PT-PARMS(WS-PARM-IDX) TO WS-HELD-PARMS
             MOVE WS-PT-ANSWER(WS-PARM-IDX) TO WS-HELD-ANSWER
             MOVE WS-PT-ANSWER-TEXT(WS-PARM-IDX)
               TO WS-HELD-ANSWER-TEXT
             MOVE 0 TO WS-HELD-ELAPSED
             PERFORM B90-EmitHeldRecord
           END-PERFORM
             MOVE RESULT-PARMS TO WS-PT-PARMS(WS-PARM-IDX)
           END-IF
           MOVE RESULT-ANSWER TO WS-PT-ANSWER(WS-PARM-IDX)
           MOVE RESULT-ANSWER-TEXT TO WS-PT-ANSWER-TEXT(WS-PARM-IDX)
           MOVE SPACES TO WS-PT-STAMP(WS-PARM-IDX)
           STRING RESULT-RUN-DATE "-" RESULT-RUN-TIME
             DELIMITED BY SIZE INTO WS-PT-STAMP(WS-PARM-IDX)
