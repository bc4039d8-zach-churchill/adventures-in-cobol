      *    an answer is caught the day it happens instead of weeks
      *    later in the CSV.
      *
      *    The answer itself travels in two forms: the 20-digit
      *    LK-LEDGER-ANSWER every caller passes, and the 60-character
      *    text-form WS-EULER-ANSWER channel (see EUANSWER.cpy) for
      *    answers too wide for it - Problem13's full digit sum and
      *    anything else worked out in BigNum. An answer that
      *    fits in 20 digits is written zero-padded to 20 exactly as
      *    it always has been; a wider one is written as its
      *    significant digits, on the ledger line, the CSV row and
      *    in the drift comparison alike. Unlike WS-PGM-VERSION the
      *    channel is left as set after the write, so a front-end
      *    that CALLed the program (EulerRegress, EulerDriver) can
      *    read the wide answer back the way it reads
      *    WS-EULER-RESULT.
      *
      *    A run that returned an earlier run's answer instead of
      *    recomputing it (see resultreuse.cbl) sets WS-REUSED-FROM
      *    to that run's ID; the ledger line then ends with
      *    reused=<run-id>, and the field is cleared after the write
      *    the way WS-PGM-VERSION is.
      *
      *    Every line ends with chain=<value>: ChainHash (see
      *    chainhash.cbl) folds the line's content with the chain
      *    value on the line before it - zero on a fresh ledger, or
      *    after a line written before the ledger was chained - so a
      *    line altered, inserted or removed afterward breaks the
      *    chain from that point on, and ChainCheck (see
      *    chaincheck.cbl) finds it. The line before is read during
      *    the drift scan, under the same lock as the append, so no
      *    other run can slip a line in between. A new month's
      *    ledger opens with LedgerMonth's CARRIED line, whose chain
      *    value is the closing value of the month archived.
      *
      *    Simultaneous runs (an analyst's menu session finishing at
      *    the same moment as the batch window) are serialized through
      *    an exclusive lock on project-euler/euler.lock, held across
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD CSV-FILE.
       01 CSV-LINE PIC X(300).
       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(250).
       FD DISP-FILE.
       01 DISP-RECORD.
           05 DISP-PROGRAM PIC X(12).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-PRIOR-FOUND PIC X(1).
       01 WS-PRIOR-STAMP PIC X(17).
       01 WS-PRIOR-ANSWER PIC X(60).
       01 WS-ANSWER-TEXT PIC X(60).
       01 WS-ANSWER-FIRST PIC 9(2).
       01 WS-ANSWER-LAST PIC 9(2).
       01 WS-ANSWER-IDX PIC 9(2).
       01 WS-DISP-MATCH PIC 9(20).
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-SANDBOX-DIR PIC X(60).
       01 WS-PRIOR-VERSION PIC 9(2).
       01 WS-PRIOR-VER-X PIC X(10).
       01 WS-LINE-PTR PIC 9(3).
       01 WS-LAST-CHAIN PIC 9(10).
       01 WS-CH-TEXT PIC X(300).
       01 WS-CH-VALUE PIC 9(10).
       01 WS-CH-STORED-X PIC X(20).
       01 WS-CH-FIELDS PIC 9(1).
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-CG-KEY PIC X(24).
       01 WS-CG-VALUE PIC X(56).
       01 WS-CG-FOUND PIC X(1).
       01 WS-USER-ID PIC X(12).
       COPY EURUNID.
       COPY EUORIGIN.
       COPY EUREUSE.
       LINKAGE SECTION.
       01 LK-LEDGER-PROGRAM PIC X(10).
       01 LK-LEDGER-PARMS PIC X(60).
       A00-Begin.
           PERFORM A03-ReadConfig
           PERFORM A03A-ResolvePaths
           PERFORM A02-CanonicalAnswer
           PERFORM A04-AcquireLock
           IF WS-LOCK-HELD = 'N'
             GOBACK
           PERFORM B00-WriteEntry
           PERFORM B10-WriteCsvRow
           MOVE 0 TO WS-PGM-VERSION
           MOVE SPACES TO WS-REUSED-FROM
           CLOSE LEDGER-FILE
           CLOSE CSV-FILE
           PERFORM A07-ReleaseLock
           GOBACK.
      ***** Settles the one text form of the answer every line this
      ***** run writes carries. No text channel set (every caller
      ***** written before it existed) means the 20-digit answer as
      ***** passed; a text answer with no more than 20 significant
      ***** digits also lands as the 20-digit form, so a narrow
      ***** answer reads the same whichever channel it came down and
      ***** drift between old and new lines never fires on the
      ***** padding alone. Only a wider answer is written as its
      ***** significant digits.
       A02-CanonicalAnswer.
           MOVE LK-LEDGER-ANSWER TO WS-ANSWER-TEXT
           IF WS-EULER-ANSWER = SPACES OR WS-EULER-ANSWER = LOW-VALUES
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ANSWER-FIRST
           MOVE 0 TO WS-ANSWER-LAST
           PERFORM VARYING WS-ANSWER-IDX FROM 1 BY 1
             UNTIL WS-ANSWER-IDX > 60
             IF WS-EULER-ANSWER(WS-ANSWER-IDX:1) IS NUMERIC
               MOVE WS-ANSWER-IDX TO WS-ANSWER-LAST
               IF WS-ANSWER-FIRST = 0
                 AND WS-EULER-ANSWER(WS-ANSWER-IDX:1) NOT = "0"
                 MOVE WS-ANSWER-IDX TO WS-ANSWER-FIRST
               END-IF
             END-IF
           END-PERFORM
           IF WS-ANSWER-FIRST = 0
             OR WS-ANSWER-LAST - WS-ANSWER-FIRST + 1 <= 20
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ANSWER-TEXT
           MOVE WS-EULER-ANSWER(WS-ANSWER-FIRST:
             WS-ANSWER-LAST - WS-ANSWER-FIRST + 1) TO WS-ANSWER-TEXT
           .
      ***** Takes the exclusive ledger lock, waiting and retrying a
      ***** bounded number of times when another run holds it. The
      ***** lock is an ordinary file opened SHARING WITH NO OTHER, so
      ***** The submitting user comes from the runtime environment
      ***** (USER, or LOGNAME where USER is not set); the origin tag
      ***** is whatever front-end set the shared EXTERNAL field, or
      ***** STANDALONE when none did. A sandboxed run is SANDBOX
      ***** whatever its front-end, except a RunReplay step, which
      ***** only ever runs in a sandbox and keeps REPLAY so the
      ***** replayed lines can be told from the seeded copies.
       B02-CaptureUserOrigin.
           MOVE SPACES TO WS-USER-ID
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SANDBOX-DIR NOT = SPACES
             AND WS-RUN-ORIGIN NOT = "REPLAY"
             MOVE "SANDBOX" TO WS-RUN-ORIGIN
           END-IF
           .
           END-IF
           PERFORM B02-CaptureUserOrigin
           MOVE SPACES TO LEDGER-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING FUNCTION TRIM(LK-LEDGER-PROGRAM) "  "
             WS-RUN-DATE "-" WS-RUN-TIME "  "
             FUNCTION TRIM(LK-LEDGER-PARMS) "  answer="
             FUNCTION TRIM(WS-ANSWER-TEXT)
             "  elapsed=" LK-LEDGER-ELAPSED
             "  runid=" WS-RUN-ID
             "  user=" FUNCTION TRIM(WS-USER-ID)
             "  origin=" FUNCTION TRIM(WS-RUN-ORIGIN)
             "  version=" WS-PGM-VERSION
             DELIMITED BY SIZE INTO LEDGER-LINE
             WITH POINTER WS-LINE-PTR
           IF WS-REUSED-FROM NOT = SPACES
             AND WS-REUSED-FROM NOT = LOW-VALUES
             STRING "  reused=" WS-REUSED-FROM
               DELIMITED BY SIZE INTO LEDGER-LINE
               WITH POINTER WS-LINE-PTR
           END-IF
           MOVE LEDGER-LINE TO WS-CH-TEXT
           CALL "ChainHash" USING WS-LAST-CHAIN WS-CH-TEXT
             WS-CH-VALUE
           STRING "  chain=" WS-CH-VALUE
             DELIMITED BY SIZE INTO LEDGER-LINE
             WITH POINTER WS-LINE-PTR
           WRITE LEDGER-LINE
           .
       B05-WriteCsvHeader.
           STRING FUNCTION TRIM(LK-LEDGER-PROGRAM) ","
             WS-RUN-DATE "," WS-RUN-TIME ","
             '"' FUNCTION TRIM(LK-LEDGER-PARMS) '"' ","
             FUNCTION TRIM(WS-ANSWER-TEXT) ","
             LK-LEDGER-ELAPSED ","
             WS-RUN-ID ","
             FUNCTION TRIM(WS-USER-ID) ","
       B20-CheckDrift.
           MOVE 'N' TO WS-PRIOR-FOUND
           MOVE 'N' TO EOF-LEDGER-FILE
           MOVE 0 TO WS-LAST-CHAIN
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
             READ LEDGER-FILE
               AT END MOVE 'Y' TO EOF-LEDGER-FILE
               NOT AT END
                 PERFORM B24-NoteChain
                 PERFORM B25-MatchPriorEntry
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           IF WS-PRIOR-FOUND = 'Y'
             AND WS-PRIOR-ANSWER NOT = WS-ANSWER-TEXT
             PERFORM B22-CheckDisposition
             IF WS-DRIFT-ACCEPTED = 'Y'
               DISPLAY "Note: answer change for "
      ***** an alarm; only the combination's accepted answer is
      ***** excused, so drifting AWAY from an accepted answer still
      ***** raises the exception. No disposition file on disk just
      ***** means nothing has ever been accepted. The disposition
      ***** file holds 20 digits, which for a wide answer are its
      ***** leading 20 - the part DriftDisp reads off the ledger.
       B22-CheckDisposition.
           MOVE 'N' TO WS-DRIFT-ACCEPTED
           MOVE WS-ANSWER-TEXT(1:20) TO WS-DISP-MATCH
           MOVE 'N' TO EOF-DISP-FILE
           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS-CD NOT = "00"
                 IF DISP-PROGRAM = LK-LEDGER-PROGRAM
                   AND FUNCTION TRIM(DISP-PARMS) =
                     FUNCTION TRIM(LK-LEDGER-PARMS)
                   AND DISP-ANSWER = WS-DISP-MATCH
                   MOVE 'Y' TO WS-DRIFT-ACCEPTED
                   MOVE DISP-USER TO WS-ACCEPTED-BY
                   MOVE DISP-STAMP TO WS-ACCEPTED-STAMP
           END-PERFORM
           CLOSE DISP-FILE
           .
      ***** Keeps the chain value of the line just read, so the last
      ***** one read is the one the new line chains from. A line
      ***** with no chain value (written before the ledger was
      ***** chained) leaves zero, the value a fresh ledger starts
      ***** from.
       B24-NoteChain.
           MOVE 0 TO WS-LAST-CHAIN
           MOVE 0 TO WS-CH-FIELDS
           MOVE SPACES TO WS-CH-TEXT WS-CH-STORED-X
           UNSTRING LEDGER-LINE DELIMITED BY "  chain="
             INTO WS-CH-TEXT WS-CH-STORED-X
             TALLYING IN WS-CH-FIELDS
           END-UNSTRING
           IF WS-CH-FIELDS > 1 AND WS-CH-STORED-X(1:10) IS NUMERIC
             MOVE WS-CH-STORED-X(1:10) TO WS-LAST-CHAIN
           END-IF
           .
       B25-MatchPriorEntry.
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           END-IF
           MOVE 'Y' TO WS-PRIOR-FOUND
           MOVE WS-ENTRY-STAMP TO WS-PRIOR-STAMP
           MOVE WS-ENTRY-ANSWER TO WS-PRIOR-ANSWER
           MOVE 0 TO WS-PRIOR-VERSION
           MOVE SPACES TO WS-PRIOR-VER-X
           UNSTRING LEDGER-LINE DELIMITED BY "version="
           DISPLAY "WARNING: answer drift for "
             FUNCTION TRIM(LK-LEDGER-PROGRAM) " "
             FUNCTION TRIM(LK-LEDGER-PARMS) ": prior run "
             WS-PRIOR-STAMP " answered "
             FUNCTION TRIM(WS-PRIOR-ANSWER)
             ", this run answered " FUNCTION TRIM(WS-ANSWER-TEXT)
           OPEN EXTEND EXCEPT-FILE
           IF WS-EXCEPT-STATUS-CD = "35"
             OPEN OUTPUT EXCEPT-FILE
           STRING "DRIFT  " FUNCTION TRIM(LK-LEDGER-PROGRAM) "  "
             WS-RUN-DATE "-" WS-RUN-TIME "  "
             FUNCTION TRIM(LK-LEDGER-PARMS)
             "  prior=" WS-PRIOR-STAMP "/"
             FUNCTION TRIM(WS-PRIOR-ANSWER)
             "  now=" FUNCTION TRIM(WS-ANSWER-TEXT)
             "  priorver=" WS-PRIOR-VERSION
             "  nowver=" WS-PGM-VERSION
             DELIMITED BY SIZE INTO EXCEPT-LINE
