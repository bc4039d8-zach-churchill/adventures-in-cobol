      *    missing, and each seeded file is reported with its record
      *    count. A live file that does not exist yet is simply
      *    skipped - the sandbox run will create its own.
      *
      *    A program that CALLs this one (RunReplay does) names the
      *    directory in the shared EXTERNAL request field instead
      *    (see copybooks/EUSANDBX.cpy), which is taken ahead of the
      *    command line - the caller's arguments are not ours.
      *****************************************************************
       PROGRAM-ID. SandboxInit.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
       01 IN-RECORD PIC X(300).
       FD OUT-FILE.
       01 OUT-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS-CD PIC XX.
       01 WS-OUT-STATUS-CD PIC XX.
       01 WS-SEEDED-COUNT PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUSANDBX.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
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
             WS-ELAPSED-REM " seconds"
           .
       A05-GetParameters.
           MOVE SPACES TO WS-SANDBOX-DIR
           IF WS-SANDBOX-REQUEST NOT = SPACES
             AND WS-SANDBOX-REQUEST NOT = LOW-VALUES
             MOVE WS-SANDBOX-REQUEST TO WS-SANDBOX-DIR
             EXIT PARAGRAPH
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-SANDBOX-DIR FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
