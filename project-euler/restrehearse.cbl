      *    Like EulerRegress, this CALLs the Problem programs by
      *    name, so it needs their object code linked into the same
      *    run unit.
      *    Each case computes afresh, as in EulerRegress: the shared
      *    result-reuse check (see resultreuse.cbl) is switched off
      *    around each CALL.
      *****************************************************************
       PROGRAM-ID. RestRehearse.
       ENVIRONMENT DIVISION.
           05 MAN-BYTES PIC 9(9).
           05 MAN-STATUS PIC X(8).
       FD IN-FILE.
       01 IN-RECORD PIC X(300).
       FD OUT-FILE.
       01 OUT-RECORD PIC X(300).
       FD EXPECT-FILE.
       01 EXPECT-RECORD.
           05 EXPECT-PROGRAM PIC X(12).
       01 WS-RESTORED-COUNT PIC 9(2) VALUE 0.
       01 WS-BAD-COPY-COUNT PIC 9(2) VALUE 0.
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-EXPECT-COUNT PIC 9(3) VALUE 0.
       01 WS-EXPECT-TBL.
           05 WS-EXPECT-ENTRY OCCURS 200 TIMES.
               10 WS-EXPECT-PROGRAM PIC X(12).
               10 WS-EXPECT-PARMS PIC X(60).
               10 WS-EXPECT-ANSWER PIC 9(20).
               10 WS-EXPECT-SKIP PIC X(1).
       01 WS-EXPECT-IDX PIC 9(3).
       01 WS-PASS-COUNT PIC 9(2) VALUE 0.
       01 WS-FAIL-COUNT PIC 9(2) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       COPY EUREUSE.
       01 WS-SAVED-FORCE PIC X(1).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
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
               AT END MOVE 'Y' TO EOF-EXPECT-FILE
               NOT AT END
                 IF EXPECT-PROGRAM NOT = SPACES
                   AND WS-EXPECT-COUNT < 200
                   ADD 1 TO WS-EXPECT-COUNT
                   MOVE EXPECT-PROGRAM TO
                     WS-EXPECT-PROGRAM(WS-EXPECT-COUNT)
      ***** override table, RETURN-CODE reset around the CALL so a
      ***** called program's exit code cannot linger into this
      ***** job's own.
      ***** The program is CANCELled after the CALL, as in
      ***** EulerDriver's B00-RunStep, so the next CALL starts fresh.
       C20-RunOneCase.
           IF WS-EXPECT-SKIP(WS-EXPECT-IDX) = 'S'
             ADD 1 TO WS-SKIP-COUNT
           PERFORM C25-SetOverrides
           MOVE 0 TO WS-EULER-RESULT
           MOVE 0 TO RETURN-CODE
           MOVE WS-REUSE-FORCE TO WS-SAVED-FORCE
           MOVE 'Y' TO WS-REUSE-FORCE
           CALL WS-EXPECT-PROGRAM(WS-EXPECT-IDX)
           CANCEL WS-EXPECT-PROGRAM(WS-EXPECT-IDX)
           MOVE WS-SAVED-FORCE TO WS-REUSE-FORCE
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF WS-EULER-RESULT = WS-EXPECT-ANSWER(WS-EXPECT-IDX)
