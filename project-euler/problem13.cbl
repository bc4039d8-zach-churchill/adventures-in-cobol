      *
      *    The 50-digit addends fit no PIC 9 field the shop has, so
      *    the arithmetic goes through the shared BigNum module (see
      *    bignum.cbl): each record lands right-aligned in the
      *    module's 1000-digit array and is added to the running
      *    digit-array sum. The first ten significant digits go back
      *    through WS-EULER-RESULT as before; the full sum, up to
      *    its last 60 digits, goes through the text answer channel (see
      *    copybooks/EUANSWER.cpy) so the ledger, the results
      *    master and the regression case carry the whole answer.
      *    Follows the full suite convention:
      *    WS-EULER-RESULT for the driver, LedgerWriter, ReportFormat
      *    headers on the versioned report, a registry row, and a
      *    regression case in euler.expected.
      *
      *    The number file is a controlled input: before it is read,
      *    DataCheck (see datacheck.cbl) holds it against its entry
      *    in the data release register, and a production run
      *    abends rather than summing a file nobody released.
      *
      *    A number file may also close with a control record (see
      *    copybooks/EUNUMCTL.cpy, stamped once by NumStamp) carrying
      *    the count of number records and their hash total - the
      *    full sum. A file missing records still sums cleanly, so
      *    when the control record is there both totals are
      *    reconciled before anything is reported, and a mismatch
      *    abends through IncidentLog. A file without one is summed
      *    as before, and the report says it was not under control.
      *    The control record must be the last record; anything
      *    after it abends the run.
      *****************************************************************
       PROGRAM-ID. Problem13.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD NUM-FILE.
       01 NUM-RECORD PIC X(100).
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-NUM-COUNT PIC 9(4) VALUE 0.
       01 WS-BN-MODE PIC X(1).
       01 WS-BN-SUM.
           05 WS-BN-SUM-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-ADDEND.
           05 WS-BN-ADD-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-RESULT.
           05 WS-BN-RES-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-BN-CMP PIC X(1).
       01 WS-DIGIT-IDX PIC 9(4).
       01 WS-FIRST-SIG PIC 9(2).
       01 WS-SUM-TEXT PIC X(60).
       01 WS-TOP-TEN PIC 9(10).
       01 WS-CTL-SEEN PIC X(1) VALUE 'N'.
       01 WS-CTL-EDIT PIC Z(9)9.
       COPY EUNUMCTL.
       01 WS-ARG-WIDE PIC X(80).
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       01 WS-LEDGER-PROGRAM PIC X(10) VALUE "Problem13".
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-DC-MODE PIC X(1) VALUE 'V'.
       01 WS-DC-FILE PIC X(60).
       01 WS-DC-COUNT PIC 9(7).
       01 WS-DC-CHECKSUM PIC 9(10).
       01 WS-DC-RESULT PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 3.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
             DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE SPACES TO WS-EULER-ANSWER
           MOVE WS-SUM-TEXT(WS-FIRST-SIG:) TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK.
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
           END-IF
           .
       B00-SumFile.
           MOVE WS-NUM-FILENAME TO WS-DC-FILE
           CALL "DataCheck" USING WS-DC-MODE WS-LEDGER-PROGRAM
             WS-DC-FILE WS-DC-COUNT WS-DC-CHECKSUM WS-DC-RESULT
           IF WS-DC-RESULT = 'N'
             DISPLAY "ABEND: number file refused for production use"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT NUM-FILE
           IF WS-NUM-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open number file "
             GOBACK
           END-IF
           MOVE ZEROS TO WS-BN-SUM
           MOVE 'N' TO WS-CTL-SEEN
           PERFORM WITH TEST AFTER UNTIL EOF-NUM-FILE = 'Y'
             READ NUM-FILE
               AT END MOVE 'Y' TO EOF-NUM-FILE
               NOT AT END
                 IF NUM-RECORD NOT = SPACES
                   IF WS-CTL-SEEN = 'Y'
                     DISPLAY "ABEND: record found after the control"
                       " record: " NUM-RECORD(1:50)
                     MOVE "record after the control record"
                       TO WS-INC-MESSAGE
                     CLOSE NUM-FILE
                     PERFORM B40-ControlIncident
                   END-IF
                   IF NUM-RECORD(1:16) = "TRAILER RECORDS="
                     MOVE NUM-RECORD TO EUNUMCTL-RECORD
                     MOVE 'Y' TO WS-CTL-SEEN
                   ELSE
                     PERFORM B10-AddOneRecord
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-CTL-SEEN = 'Y'
             PERFORM B30-ReconcileControl
           END-IF
           .
      ***** One record: validated all-digits, landed right-aligned
      ***** in the 1000-digit addend array, and added to the running
      ***** sum through the shared BigNum module.
       B10-AddOneRecord.
           ADD 1 TO WS-NUM-COUNT
           IF NUM-RECORD(1:50) IS NOT NUMERIC
             OR NUM-RECORD(51:) NOT = SPACES
             DISPLAY "ABEND: record " WS-NUM-COUNT " is not a "
               "50-digit number: " NUM-RECORD(1:60)
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
             UNTIL WS-DIGIT-IDX > 50
             MOVE NUM-RECORD(WS-DIGIT-IDX:1)
               TO WS-BN-ADD-DIGIT(WS-DIGIT-IDX + 950)
           END-PERFORM
           MOVE 'A' TO WS-BN-MODE
           CALL "BigNum" USING WS-BN-MODE WS-BN-SUM WS-BN-ADDEND
             WS-BN-RESULT WS-BN-CMP
           MOVE WS-BN-RESULT TO WS-BN-SUM
           .
      ***** The control record's count and hash total against what
      ***** was actually read and summed. A control record that is
      ***** not itself well formed is as untrustworthy as one that
      ***** disagrees.
       B30-ReconcileControl.
           IF EUNUMCTL-COUNT IS NOT NUMERIC
             OR EUNUMCTL-HASH-TAG NOT = " HASH="
             OR EUNUMCTL-HASH IS NOT NUMERIC
             DISPLAY "ABEND: control record is malformed: "
               EUNUMCTL-RECORD(1:92)
             MOVE "control record malformed" TO WS-INC-MESSAGE
             PERFORM B40-ControlIncident
           END-IF
           IF EUNUMCTL-COUNT NOT = WS-NUM-COUNT
             MOVE EUNUMCTL-COUNT TO WS-CTL-EDIT
             DISPLAY "ABEND: control record expects "
               FUNCTION TRIM(WS-CTL-EDIT) " records, file holds "
               WS-NUM-COUNT
             MOVE SPACES TO WS-INC-MESSAGE
             STRING "control count mismatch: expected "
               FUNCTION TRIM(WS-CTL-EDIT) " read " WS-NUM-COUNT
               DELIMITED BY SIZE INTO WS-INC-MESSAGE
             PERFORM B40-ControlIncident
           END-IF
           IF EUNUMCTL-HASH NOT = WS-BN-SUM(941:60)
             DISPLAY "ABEND: control hash total does not match the"
               " sum of the records"
             DISPLAY "  control: " EUNUMCTL-HASH
             DISPLAY "  summed:  " WS-BN-SUM(941:60)
             MOVE "control hash total mismatch" TO WS-INC-MESSAGE
             PERFORM B40-ControlIncident
           END-IF
           DISPLAY "Control record agrees: " WS-NUM-COUNT
             " records, hash total matches"
           .
       B40-ControlIncident.
           MOVE WS-NUM-FILENAME TO WS-INC-FILE
           MOVE "00" TO WS-INC-STATUS
           CALL "IncidentLog" USING WS-LEDGER-PROGRAM
             WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
      ***** The first ten significant digits of the digit-array sum;
      ***** an all-zero sum answers zero. Only the last 60 digits
      ***** of the array are reported; a 50-digit file would need
      ***** ten billion records to reach past them.
       C00-ExtractTopTen.
           MOVE 0 TO WS-FIRST-SIG
           PERFORM VARYING WS-DIGIT-IDX FROM 941 BY 1
             UNTIL WS-DIGIT-IDX > 1000 OR WS-FIRST-SIG > 0
             IF WS-BN-SUM-DIGIT(WS-DIGIT-IDX) NOT = 0
               COMPUTE WS-FIRST-SIG = WS-DIGIT-IDX - 940
             END-IF
           END-PERFORM
           MOVE WS-BN-SUM(941:60) TO WS-SUM-TEXT
           IF WS-FIRST-SIG = 0 OR WS-FIRST-SIG > 51
             MOVE 51 TO WS-FIRST-SIG
           END-IF
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           IF WS-CTL-SEEN = 'Y'
             MOVE "Control record: count and hash total agree"
               TO RPT-LINE
           ELSE
             MOVE "Control record: none - file not under control"
               TO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           MOVE SPACES TO RPT-LINE
           STRING "Full sum: " WS-SUM-TEXT(WS-FIRST-SIG:)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
