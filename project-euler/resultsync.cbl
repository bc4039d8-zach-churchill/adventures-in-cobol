      *    conflict, reported but never overwritten - the ledger and
      *    the master disagreeing about a recorded run is something a
      *    person should look at, not something a sync job should
      *    paper over. Answers are compared in the text form the
      *    ledger writes (see EUANSWER.cpy), so a wide answer is
      *    checked digit for digit rather than through its first
      *    20; a master record with no text form (written before the
      *    text form existed) is compared on its 20-digit answer.
      *
      *    After the ledger pass the master is read front to back and
      *    every record whose key never appeared in the ledger is
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD RESULT-FILE.
       COPY EURESULT.
       FD RPT-FILE.
           05 FILLER PIC X(1).
           05 WS-ENTRY-TIME PIC 9(8).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-TAIL PIC X(200).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-MASTER-TEXT PIC X(60).
       01 WS-ENTRY-ELAPSED PIC X(20).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-ENTRY-RUNID PIC X(17).
       01 WS-ENTRY-VERSION PIC X(2).
       01 WS-ENTRY-REUSED PIC X(17).
       01 WS-FIELD-HEAD PIC X(300).
       01 WS-FIELD-TAIL PIC X(300).
       01 WS-ANSWER-NUM PIC 9(20).
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-INSYNC-COUNT PIC 9(6) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(130).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
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
           MOVE WS-ENTRY-PROGRAM TO RESULT-PROGRAM
           MOVE WS-ENTRY-DATE TO RESULT-RUN-DATE
           MOVE WS-ENTRY-TIME TO RESULT-RUN-TIME
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRY-ANSWER)) > 20
             MOVE 0 TO WS-ANSWER-NUM
           ELSE
             COMPUTE WS-ANSWER-NUM = FUNCTION NUMVAL(WS-ENTRY-ANSWER)
           END-IF
           READ RESULT-FILE
             INVALID KEY
               PERFORM B20-ApplyEntry
             NOT INVALID KEY
               PERFORM B25-MasterAnswerText
               IF WS-MASTER-TEXT = WS-ENTRY-ANSWER
                 ADD 1 TO WS-INSYNC-COUNT
               ELSE
                 PERFORM B30-ReportConflict
               END-IF
           END-READ
           .
      ***** The run ID, program version and reused= marker that
      ***** trail the answer on lines written since the ledger has
      ***** carried them; an older line leaves all three blank.
       B12-TakeRunFields.
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
       B15-RememberKey.
           MOVE SPACES TO WS-KEY-WORK
           STRING WS-ENTRY-PROGRAM WS-ENTRY-DATE WS-ENTRY-TIME
           MOVE WS-ENTRY-TIME TO RESULT-RUN-TIME
           MOVE WS-ENTRY-PARMS TO RESULT-PARMS
           MOVE WS-ANSWER-NUM TO RESULT-ANSWER
           MOVE WS-ENTRY-ANSWER TO RESULT-ANSWER-TEXT
           IF WS-ENTRY-ELAPSED = SPACES
             MOVE 0 TO RESULT-ELAPSED-HSEC
           ELSE
             COMPUTE RESULT-ELAPSED-HSEC =
               FUNCTION NUMVAL(WS-ENTRY-ELAPSED)
           END-IF
           PERFORM B12-TakeRunFields
           MOVE WS-ENTRY-RUNID TO RESULT-RUN-ID
           MOVE WS-ENTRY-VERSION TO RESULT-VERSION
           MOVE WS-ENTRY-REUSED TO RESULT-REUSED-FROM
           WRITE RESULT-RECORD
           IF WS-RESULT-STATUS-CD = "00"
             ADD 1 TO WS-APPLIED-COUNT
             GOBACK
           END-IF
           .
      ***** The master's answer in the ledger's text form: the text
      ***** field when the record carries one, otherwise the 20-digit
      ***** answer zero-padded the way the ledger writes it.
       B25-MasterAnswerText.
           IF RESULT-ANSWER-TEXT = SPACES
             OR RESULT-ANSWER-TEXT = LOW-VALUES
             MOVE RESULT-ANSWER TO WS-MASTER-TEXT
           ELSE
             MOVE RESULT-ANSWER-TEXT TO WS-MASTER-TEXT
           END-IF
           .
      ***** A conflict on a narrow answer reports on one line as it
      ***** always has; when either side is wider than 20 digits the
      ***** two answers go on lines of their own so neither is cut
      ***** off at the report width.
       B30-ReportConflict.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE SPACES TO RPT-LINE
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-MASTER-TEXT)) > 20
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRY-ANSWER)) > 20
             STRING "CONFLICT " WS-ENTRY-PROGRAM " " WS-ENTRY-STAMP
               "  master left untouched"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             MOVE SPACES TO RPT-LINE
             STRING "         master=" FUNCTION TRIM(WS-MASTER-TEXT)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             MOVE SPACES TO RPT-LINE
             STRING "         ledger=" FUNCTION TRIM(WS-ENTRY-ANSWER)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM C90-EmitLine
             EXIT PARAGRAPH
           END-IF
           STRING "CONFLICT " WS-ENTRY-PROGRAM " " WS-ENTRY-STAMP
             "  master=" FUNCTION TRIM(WS-MASTER-TEXT)
             "  ledger=" FUNCTION TRIM(WS-ENTRY-ANSWER)
             "  master left untouched"
             DELIMITED BY SIZE INTO RPT-LINE
