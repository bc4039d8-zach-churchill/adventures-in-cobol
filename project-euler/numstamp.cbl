       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Number File Control Stamp
      *
      *    Brings a number-list file - the one-number-per-record
      *    layout Problem13 sums, typically a file received from
      *    outside - under control once, so every run after that can
      *    prove it read the whole file. The file is read and
      *    validated exactly as Problem13 reads it (every record all
      *    digits, 50 wide), its records are counted and summed
      *    through the shared BigNum module, and a control record
      *    (see copybooks/EUNUMCTL.cpy) carrying that count and hash
      *    total is appended as its last record. Problem13 reconciles
      *    both on every run and abends on a mismatch.
      *
      *    Usage:
      *        numstamp <number-file>
      *    The stamp is a maintenance action on a controlled input,
      *    so it takes the maintenance permission (see userauth.cbl)
      *    and is recorded in the change journal. A file that
      *    already carries a control record is left alone (RC 4); a
      *    file with a bad record is refused (RC 16) - stamping it
      *    would certify the damage.
      *
      *    Stamping changes the file, so a file in the data release
      *    register no longer matches its released entry: the new
      *    record count and checksum are displayed, and the stamped
      *    file goes back into service through datarel RELEASE and
      *    APPROVE like any other new version.
      *****************************************************************
       PROGRAM-ID. NumStamp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUM-FILE ASSIGN TO DYNAMIC WS-NUM-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NUM-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD NUM-FILE.
       01 NUM-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-NUM-STATUS-CD PIC XX.
       01 WS-NUM-FILENAME PIC X(80).
       01 EOF-NUM-FILE PIC X VALUE 'N'.
       01 WS-NUM-COUNT PIC 9(7) VALUE 0.
       01 WS-RECORD-NO PIC 9(7) VALUE 0.
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
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "NumStamp".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-DC-MODE PIC X(1) VALUE 'C'.
       01 WS-DC-PROGRAM PIC X(10) VALUE "NumStamp".
       01 WS-DC-FILE PIC X(60).
       01 WS-DC-COUNT PIC 9(7).
       01 WS-DC-CHECKSUM PIC 9(10).
       01 WS-DC-RESULT PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUNUMCTL.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           PERFORM A03-CheckMaintAuth
           PERFORM B00-ReadFile
           PERFORM C00-AppendControl
           PERFORM D00-JournalStamp
           PERFORM D10-ShowRelease
           PERFORM A99-ReportElapsedTime
           MOVE 0 TO RETURN-CODE
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
      ***** console log shows when this run happened, the same
      ***** date/time convention the ledger uses.
       A01-StampRunDate.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
           .
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
             + (WS-END-HS - WS-RUN-HS)
           COMPUTE WS-ELAPSED-SEC = WS-ELAPSED-HSEC / 100
           COMPUTE WS-ELAPSED-REM = FUNCTION MOD(WS-ELAPSED-HSEC, 100)
           DISPLAY "Elapsed Time: " WS-ELAPSED-SEC "."
             WS-ELAPSED-REM " seconds"
           .
      ***** The number file is the only argument, and it is required:
      ***** there is no default file worth stamping by accident.
       A05-GetParameters.
           MOVE SPACES TO WS-NUM-FILENAME
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-NUM-FILENAME FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NUM-FILENAME = SPACES
             DISPLAY "ABEND: usage: numstamp <number-file>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** Stamping rewrites a controlled input, so it is gated on
      ***** the maintenance permission in the user-profile file (see
      ***** userauth.cbl), the way DataRel's staging is.
       A03-CheckMaintAuth.
           MOVE 'M' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
             WS-UA-USER WS-UA-ALLOWED
           IF WS-UA-ALLOWED = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** Reads the whole file the way Problem13 does: blank records
      ***** are passed over, every other record must be a 50-digit
      ***** number and is added to the running BigNum sum. A control
      ***** record already present means the file is under control
      ***** and is left exactly as it is.
       B00-ReadFile.
           OPEN INPUT NUM-FILE
           IF WS-NUM-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open number file "
               FUNCTION TRIM(WS-NUM-FILENAME)
               " (status " WS-NUM-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE ZEROS TO WS-BN-SUM
           PERFORM WITH TEST AFTER UNTIL EOF-NUM-FILE = 'Y'
             READ NUM-FILE
               AT END MOVE 'Y' TO EOF-NUM-FILE
               NOT AT END
                 ADD 1 TO WS-RECORD-NO
                 IF NUM-RECORD NOT = SPACES
                   IF NUM-RECORD(1:16) = "TRAILER RECORDS="
                     DISPLAY "File " FUNCTION TRIM(WS-NUM-FILENAME)
                       " already carries a control record (record "
                       WS-RECORD-NO "); not stamped"
                     CLOSE NUM-FILE
                     MOVE 4 TO RETURN-CODE
                     GOBACK
                   END-IF
                   PERFORM B10-AddOneRecord
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NUM-FILE
           IF WS-NUM-COUNT = 0
             DISPLAY "ABEND: number file holds nothing to stamp"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** One record: validated all-digits, landed right-aligned
      ***** in the 1000-digit addend array, and added to the running
      ***** sum through the shared BigNum module.
       B10-AddOneRecord.
           IF NUM-RECORD(1:50) IS NOT NUMERIC
             OR NUM-RECORD(51:) NOT = SPACES
             DISPLAY "ABEND: record " WS-RECORD-NO " is not a "
               "50-digit number: " NUM-RECORD(1:60)
             DISPLAY "File not stamped."
             CLOSE NUM-FILE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-NUM-COUNT
           MOVE ZEROS TO WS-BN-ADDEND
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
      ***** The control record goes on as the file's last record.
       C00-AppendControl.
           MOVE SPACES TO EUNUMCTL-RECORD
           MOVE "TRAILER RECORDS=" TO EUNUMCTL-TAG
           MOVE WS-NUM-COUNT TO EUNUMCTL-COUNT
           MOVE " HASH=" TO EUNUMCTL-HASH-TAG
           MOVE WS-BN-SUM(941:60) TO EUNUMCTL-HASH
           OPEN EXTEND NUM-FILE
           IF WS-NUM-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot extend number file "
               FUNCTION TRIM(WS-NUM-FILENAME)
               " (status " WS-NUM-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE EUNUMCTL-RECORD TO NUM-RECORD
           WRITE NUM-RECORD
           CLOSE NUM-FILE
           MOVE 0 TO WS-FIRST-SIG
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
             UNTIL WS-DIGIT-IDX > 60 OR WS-FIRST-SIG > 0
             IF EUNUMCTL-HASH(WS-DIGIT-IDX:1) NOT = "0"
               MOVE WS-DIGIT-IDX TO WS-FIRST-SIG
             END-IF
           END-PERFORM
           IF WS-FIRST-SIG = 0
             MOVE 60 TO WS-FIRST-SIG
           END-IF
           DISPLAY "Stamped " FUNCTION TRIM(WS-NUM-FILENAME) ": "
             WS-NUM-COUNT " records, hash total "
             EUNUMCTL-HASH(WS-FIRST-SIG:)
           .
       D00-JournalStamp.
           MOVE WS-NUM-FILENAME TO WS-CJ-FILE
           MOVE "STAMP" TO WS-CJ-MODE
           MOVE "no control record" TO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           STRING "control records=" WS-NUM-COUNT " hash="
             EUNUMCTL-HASH(WS-FIRST-SIG:)
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** The stamped file's new release totals, computed the way
      ***** DataCheck will compute them, so the re-release can be
      ***** checked against what was stamped.
       D10-ShowRelease.
           MOVE WS-NUM-FILENAME TO WS-DC-FILE
           CALL "DataCheck" USING WS-DC-MODE WS-DC-PROGRAM
             WS-DC-FILE WS-DC-COUNT WS-DC-CHECKSUM WS-DC-RESULT
           DISPLAY "Release totals now: " WS-DC-COUNT " records, "
             "checksum " WS-DC-CHECKSUM
           DISPLAY "If this file is in the data release register,"
             " stage it again: datarel RELEASE "
             FUNCTION TRIM(WS-NUM-FILENAME)
           .
