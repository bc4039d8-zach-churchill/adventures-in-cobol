      *    RESULT-ELAPSED-HSEC zero. A line whose key duplicates one
      *    already loaded (two runs inside the same hundredth of a
      *    second) is counted and skipped rather than failing the
      *    load. The answer is kept in RESULT-ANSWER-TEXT exactly as
      *    the ledger carries it, wide answers included; the numeric
      *    RESULT-ANSWER is filled only when it fits in 20 digits.
      *****************************************************************
       PROGRAM-ID. ResultLoad.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD RESULT-FILE.
       COPY EURESULT.
       WORKING-STORAGE SECTION.
           05 FILLER PIC X(1).
           05 WS-ENTRY-TIME PIC 9(8).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-TAIL PIC X(200).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-ENTRY-ELAPSED PIC X(20).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-ENTRY-RUNID PIC X(17).
       01 WS-ENTRY-VERSION PIC X(2).
       01 WS-ENTRY-REUSED PIC X(17).
       01 WS-FIELD-HEAD PIC X(300).
       01 WS-FIELD-TAIL PIC X(300).
       01 WS-LOADED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT PIC 9(6) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
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
           MOVE WS-ENTRY-DATE TO RESULT-RUN-DATE
           MOVE WS-ENTRY-TIME TO RESULT-RUN-TIME
           MOVE WS-ENTRY-PARMS TO RESULT-PARMS
           MOVE WS-ENTRY-ANSWER TO RESULT-ANSWER-TEXT
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRY-ANSWER)) > 20
             MOVE 0 TO RESULT-ANSWER
           ELSE
             COMPUTE RESULT-ANSWER =
               FUNCTION NUMVAL(WS-ENTRY-ANSWER)
           END-IF
           IF WS-ENTRY-ELAPSED = SPACES
             MOVE 0 TO RESULT-ELAPSED-HSEC
           ELSE
             COMPUTE RESULT-ELAPSED-HSEC =
               FUNCTION NUMVAL(WS-ENTRY-ELAPSED)
           END-IF
           PERFORM C05-TakeRunFields
           MOVE WS-ENTRY-RUNID TO RESULT-RUN-ID
           MOVE WS-ENTRY-VERSION TO RESULT-VERSION
           MOVE WS-ENTRY-REUSED TO RESULT-REUSED-FROM
           WRITE RESULT-RECORD
           IF WS-RESULT-STATUS-CD = "00"
             ADD 1 TO WS-LOADED-COUNT
             END-IF
           END-IF
           .
      ***** The run ID, program version and reused= marker that
      ***** trail the answer on lines written since the ledger has
      ***** carried them; an older line leaves all three blank.
       C05-TakeRunFields.
           MOVE SPACES TO WS-ENTRY-RUNID
           MOVE SPACES TO WS-ENTRY-VERSION
           MOVE SPACES TO WS-ENTRY-REUSED
           MOVE SPACES TO WS-FIELD-HEAD
           MOVE SPACES TO WS-FIELD-TAIL
           UNSTRING LEDGER-LINE DELIMITED BY "  runid="
             INTO WS-FIELD-HEAD WS-FIELD-TAIL
           MOVE WS-FIELD-TAIL(1:17) TO WS-ENTRY-RUNID
           MOVE SPACES TO WS-FIELD-TAIL
           UNSTRING LEDGER-LINE DELIMITED BY "  version="
             INTO WS-FIELD-HEAD WS-FIELD-TAIL
           IF WS-FIELD-TAIL(1:2) IS NUMERIC
             MOVE WS-FIELD-TAIL(1:2) TO WS-ENTRY-VERSION
           END-IF
           MOVE SPACES TO WS-FIELD-TAIL
           UNSTRING LEDGER-LINE DELIMITED BY "  reused="
             INTO WS-FIELD-HEAD WS-FIELD-TAIL
           MOVE WS-FIELD-TAIL(1:17) TO WS-ENTRY-REUSED
           .
      ***** Exit
       END PROGRAM ResultLoad.
