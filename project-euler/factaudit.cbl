       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Factor Master Audit
      *
      *    Problem3, PrimeQuery's "F" query and Problem5's file mode
      *    all trust whatever Factorize once banked on the factor
      *    master (project-euler/euler.factors), and a keyed read
      *    serves a bad record back forever. This utility walks the
      *    master front to back and checks every record two ways:
      *        - the factors, each raised to its power and multiplied
      *          together, give back the key number
      *        - every factor is prime, by PrimeTest (which answers
      *          from the prime master where it reaches and by trial
      *          division above it)
      *
      *    Usage:
      *        factaudit [VERIFY]   check the master (the default)
      *        factaudit PURGE      remove quarantined records from
      *                             the master
      *
      *    VERIFY never changes the master. A failing record goes to
      *    the exception report (a versioned
      *    project-euler/factaudit.rpt) and, once, to the quarantine
      *    file project-euler/euler.factors.quarantine (layout in
      *    copybooks/EUFACTQ.cpy) with its full image and the
      *    reason; each newly quarantined record is logged through
      *    IncidentLog and journaled through ChgJournal. A record
      *    already quarantined and awaiting purge is reported again
      *    but not re-logged. RETURN-CODE 8 when any record fails.
      *
      *    PURGE is gated on the maintenance permission (see
      *    userauth.cbl). Every quarantined record still awaiting
      *    purge is re-read and re-verified first: one that now
      *    passes (re-stored correctly since) is left on the master
      *    and marked cleared; one that still fails is deleted and
      *    journaled. The quarantine file keeps every entry, marked
      *    with what happened to it and when.
      *
      *    Both paths resolve through PathName, so a sandboxed
      *    rehearsal audits and purges the sandbox copies.
      *****************************************************************
       PROGRAM-ID. FactAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTOR-MASTER ASSIGN TO DYNAMIC WS-FACTOR-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FM-NUMBER
             FILE STATUS IS WS-FACTOR-STATUS-CD.
           SELECT QUAR-FILE ASSIGN TO DYNAMIC WS-QUAR-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUAR-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD FACTOR-MASTER.
       01 FM-RECORD.
           05 FM-NUMBER PIC 9(12).
           05 FM-COUNT PIC 9(2).
           05 FM-FACTOR-TBL.
               10 FM-FACTOR OCCURS 12 TIMES.
                   15 FM-PRIME PIC 9(12).
                   15 FM-POWER PIC 9(2).
       FD QUAR-FILE.
       COPY EUFACTQ.
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-FACTOR-STATUS-CD PIC XX.
       01 WS-QUAR-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-FACTOR-PATH PIC X(100)
          VALUE "project-euler/euler.factors".
       01 WS-QUAR-PATH PIC X(100)
          VALUE "project-euler/euler.factors.quarantine".
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/factaudit.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 EOF-FACTOR-MASTER PIC X VALUE 'N'.
       01 EOF-QUAR-FILE PIC X VALUE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-ARG-VALUE PIC X(18).
       01 WS-REC-OK PIC X(1).
       01 WS-REC-REASON PIC X(60).
       01 WS-PRODUCT PIC 9(18).
       01 WS-PRODUCT-OVERFLOW PIC X(1).
       01 WS-FACTOR-IDX PIC 9(2).
       01 WS-POWER-IDX PIC 9(2).
       01 WS-PT-CANDIDATE PIC 9(12).
       01 WS-PT-IS-PRIME PIC X(1).
       01 WS-PT-CALLER PIC X(10) VALUE "FactAudit".
       01 WS-QT-COUNT PIC 9(4) VALUE 0.
       01 WS-QT-TBL.
           05 WS-QT-LINE PIC X(263) OCCURS 1000 TIMES.
       01 WS-QT-IDX PIC 9(4).
       01 WS-QT-HIT PIC 9(4).
       01 WS-CHECKED-COUNT PIC 9(6) VALUE 0.
       01 WS-PASSED-COUNT PIC 9(6) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(6) VALUE 0.
       01 WS-NEW-QUAR-COUNT PIC 9(6) VALUE 0.
       01 WS-OLD-QUAR-COUNT PIC 9(6) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(6) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(6) VALUE 0.
       01 WS-ABSENT-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-NUMBER-EDIT PIC Z(11)9.
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "FactAudit".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-PAGED-LINE PIC X(130).
       COPY EUTIME.
       COPY EUDATE.
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           MOVE "project-euler/euler.factors" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-FACTOR-PATH
           MOVE "project-euler/euler.factors.quarantine"
             TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-QUAR-PATH
           EVALUATE WS-MODE
             WHEN "VERIFY"
               PERFORM B00-VerifyMaster
             WHEN "PURGE"
               PERFORM A03-CheckMaintAuth
               PERFORM C00-PurgeQuarantined
             WHEN OTHER
               DISPLAY "ABEND: mode must be VERIFY or PURGE (got "
                 FUNCTION TRIM(WS-MODE) ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           PERFORM A99-ReportElapsedTime
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
      ***** PURGE deletes from the live factor master, so it is gated
      ***** on the maintenance permission in the user-profile file
      ***** (see userauth.cbl); VERIFY stays open to everyone. The
      ***** refusal itself is displayed and logged by UserAuth.
       A03-CheckMaintAuth.
           MOVE 'M' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
             WS-UA-USER WS-UA-ALLOWED
           IF WS-UA-ALLOWED = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** The mode is the only word; none at all means VERIFY.
       A05-GetParameters.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
             MOVE "VERIFY" TO WS-MODE
           ELSE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-VALUE))
               TO WS-MODE
           END-IF
           DISPLAY "Factor master audit, mode " FUNCTION TRIM(WS-MODE)
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
      ***** Opens the versioned report and writes its opening lines
      ***** through the shared ReportFormat subprogram.
       A02-OpenReport.
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               FUNCTION TRIM(WS-RPT-FILENAME) " (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "FactAudit" TO EURPTFMT-PROGRAM
           MOVE "Factor Master Integrity Audit" TO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Mode: " FUNCTION TRIM(WS-MODE)
             "   master: " FUNCTION TRIM(WS-FACTOR-PATH)
             "   quarantine: " FUNCTION TRIM(WS-QUAR-PATH)
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
      ***** Builds and writes the report's closing lines the same way.
       A98-WriteReportFooter.
           MOVE 'F' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           .
       A97-WritePagedLine.
           MOVE RPT-LINE TO WS-PAGED-LINE
           MOVE 'P' TO EURPTFMT-MODE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
           MOVE WS-PAGED-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
      ***** VERIFY: the whole master in key order. A master that has
      ***** never been written (status 35) just means nothing has
      ***** been factored yet - a clean audit of nothing.
       B00-VerifyMaster.
           PERFORM D00-LoadQuarantine
           OPEN INPUT FACTOR-MASTER
           IF WS-FACTOR-STATUS-CD = "35"
             DISPLAY "Factor master " FUNCTION TRIM(WS-FACTOR-PATH)
               " not on file; nothing to audit"
             EXIT PARAGRAPH
           END-IF
           IF WS-FACTOR-STATUS-CD NOT = "00"
             PERFORM B90-AbendMasterOpen
           END-IF
           PERFORM A02-OpenReport
           OPEN EXTEND QUAR-FILE
           IF WS-QUAR-STATUS-CD = "35"
             OPEN OUTPUT QUAR-FILE
           END-IF
           IF WS-QUAR-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open quarantine file "
               FUNCTION TRIM(WS-QUAR-PATH)
               " (status " WS-QUAR-STATUS-CD ")"
             MOVE WS-QUAR-PATH TO WS-INC-FILE
             MOVE WS-QUAR-STATUS-CD TO WS-INC-STATUS
             MOVE "cannot open quarantine file" TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-UA-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 0 TO FM-NUMBER
           START FACTOR-MASTER KEY NOT LESS THAN FM-NUMBER
             INVALID KEY MOVE 'Y' TO EOF-FACTOR-MASTER
           END-START
           PERFORM UNTIL EOF-FACTOR-MASTER = 'Y'
             READ FACTOR-MASTER NEXT RECORD
               AT END MOVE 'Y' TO EOF-FACTOR-MASTER
               NOT AT END
                 ADD 1 TO WS-CHECKED-COUNT
                 PERFORM B10-CheckRecord
                 IF WS-REC-OK = 'Y'
                   ADD 1 TO WS-PASSED-COUNT
                 ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM B20-QuarantineRecord
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUAR-FILE
           CLOSE FACTOR-MASTER
           PERFORM B30-WriteVerifyCounts
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           IF WS-FAILED-COUNT > 0
             DISPLAY "Factor master audit FAILED: " WS-FAILED-COUNT
               " bad records"
             MOVE 8 TO RETURN-CODE
           END-IF
           .
      ***** The two checks on the record in FM-RECORD. WS-REC-OK
      ***** comes back N with the first reason found. A number below
      ***** 2 is banked with no factors (see factorize.cbl) and
      ***** passes as long as it has none.
       B10-CheckRecord.
           MOVE 'Y' TO WS-REC-OK
           MOVE SPACES TO WS-REC-REASON
           IF FM-NUMBER IS NOT NUMERIC OR FM-COUNT IS NOT NUMERIC
             MOVE 'N' TO WS-REC-OK
             MOVE "record is not numeric" TO WS-REC-REASON
             EXIT PARAGRAPH
           END-IF
           IF FM-COUNT > 12
             MOVE 'N' TO WS-REC-OK
             STRING "factor count " FM-COUNT " is out of range"
               DELIMITED BY SIZE INTO WS-REC-REASON
             EXIT PARAGRAPH
           END-IF
           IF FM-NUMBER < 2
             IF FM-COUNT NOT = 0
               MOVE 'N' TO WS-REC-OK
               MOVE "a number below 2 carries factors"
                 TO WS-REC-REASON
             END-IF
             EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PRODUCT
           MOVE 'N' TO WS-PRODUCT-OVERFLOW
           PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
             UNTIL WS-FACTOR-IDX > FM-COUNT
             OR WS-PRODUCT-OVERFLOW = 'Y'
             PERFORM VARYING WS-POWER-IDX FROM 1 BY 1
               UNTIL WS-POWER-IDX > FM-POWER(WS-FACTOR-IDX)
               OR WS-PRODUCT-OVERFLOW = 'Y'
               COMPUTE WS-PRODUCT =
                 WS-PRODUCT * FM-PRIME(WS-FACTOR-IDX)
                 ON SIZE ERROR MOVE 'Y' TO WS-PRODUCT-OVERFLOW
               END-COMPUTE
               IF WS-PRODUCT > FM-NUMBER
                 MOVE 'Y' TO WS-PRODUCT-OVERFLOW
               END-IF
             END-PERFORM
           END-PERFORM
           IF WS-PRODUCT-OVERFLOW = 'Y'
             MOVE 'N' TO WS-REC-OK
             MOVE "factors multiply to more than the key"
               TO WS-REC-REASON
             EXIT PARAGRAPH
           END-IF
           IF WS-PRODUCT NOT = FM-NUMBER
             MOVE 'N' TO WS-REC-OK
             MOVE WS-PRODUCT TO WS-NUMBER-EDIT
             STRING "factors multiply to "
               FUNCTION TRIM(WS-NUMBER-EDIT) ", not the key"
               DELIMITED BY SIZE INTO WS-REC-REASON
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
             UNTIL WS-FACTOR-IDX > FM-COUNT OR WS-REC-OK = 'N'
             MOVE FM-PRIME(WS-FACTOR-IDX) TO WS-PT-CANDIDATE
             MOVE 'N' TO WS-PT-IS-PRIME
             IF WS-PT-CANDIDATE >= 2
               CALL "PrimeTest" USING WS-PT-CANDIDATE WS-PT-IS-PRIME
                 WS-PT-CALLER
             END-IF
             IF WS-PT-IS-PRIME NOT = 'Y'
               MOVE 'N' TO WS-REC-OK
               MOVE WS-PT-CANDIDATE TO WS-NUMBER-EDIT
               STRING "factor " FUNCTION TRIM(WS-NUMBER-EDIT)
                 " is not prime"
                 DELIMITED BY SIZE INTO WS-REC-REASON
             END-IF
           END-PERFORM
           .
      ***** A failing record is reported every time it is seen, but
      ***** quarantined, logged and journaled only the first time -
      ***** a record already awaiting purge is not piled up again.
       B20-QuarantineRecord.
           MOVE FM-NUMBER TO WS-NUMBER-EDIT
           PERFORM D10-FindQuarantined
           MOVE SPACES TO RPT-LINE
           IF WS-QT-HIT > 0
             ADD 1 TO WS-OLD-QUAR-COUNT
             STRING "FAIL " FUNCTION TRIM(WS-NUMBER-EDIT) " - "
               FUNCTION TRIM(WS-REC-REASON)
               " (already quarantined, awaiting purge)"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             EXIT PARAGRAPH
           END-IF
           STRING "FAIL " FUNCTION TRIM(WS-NUMBER-EDIT) " - "
             FUNCTION TRIM(WS-REC-REASON) " (quarantined)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO QUAR-RECORD
           MOVE 'Q' TO QUAR-STATE
           MOVE WS-RUN-DATE TO QUAR-DATE
           MOVE 0 TO QUAR-ACTION-DATE
           MOVE FM-RECORD TO QUAR-IMAGE
           MOVE WS-REC-REASON TO QUAR-REASON
           WRITE QUAR-RECORD
           ADD 1 TO WS-NEW-QUAR-COUNT
           IF WS-QT-COUNT < 1000
             ADD 1 TO WS-QT-COUNT
             MOVE QUAR-RECORD TO WS-QT-LINE(WS-QT-COUNT)
           END-IF
           MOVE WS-FACTOR-PATH TO WS-INC-FILE
           MOVE "--" TO WS-INC-STATUS
           MOVE SPACES TO WS-INC-MESSAGE
           STRING "factor record " FUNCTION TRIM(WS-NUMBER-EDIT)
             " quarantined: " FUNCTION TRIM(WS-REC-REASON)
             DELIMITED BY SIZE INTO WS-INC-MESSAGE
           CALL "IncidentLog" USING WS-UA-PROGRAM
             WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
           MOVE "euler.factors" TO WS-CJ-FILE
           MOVE "QUARANT" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           STRING "number " FUNCTION TRIM(WS-NUMBER-EDIT)
             " with " FM-COUNT " factors on the master"
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           STRING "quarantined: " FUNCTION TRIM(WS-REC-REASON)
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           PERFORM J00-WriteJournal
           .
       B30-WriteVerifyCounts.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "Records checked:           " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PASSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "Records passed:            " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "Records failed:            " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NEW-QUAR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  newly quarantined:       " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OLD-QUAR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  already awaiting purge:  " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "Checked " WS-CHECKED-COUNT "  passed "
             WS-PASSED-COUNT "  failed " WS-FAILED-COUNT
             "  newly quarantined " WS-NEW-QUAR-COUNT
           .
       B90-AbendMasterOpen.
           DISPLAY "ABEND: cannot open factor master "
             FUNCTION TRIM(WS-FACTOR-PATH)
             " (status " WS-FACTOR-STATUS-CD ")"
           MOVE WS-FACTOR-PATH TO WS-INC-FILE
           MOVE WS-FACTOR-STATUS-CD TO WS-INC-STATUS
           MOVE "cannot open factor master" TO WS-INC-MESSAGE
           CALL "IncidentLog" USING WS-UA-PROGRAM
             WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
      ***** PURGE: every quarantine entry still marked Q is re-read
      ***** from the master and re-verified before anything is
      ***** deleted, then the quarantine file is rewritten whole with
      ***** each entry's outcome. The table is loaded in full before
      ***** the master is touched; a quarantine file too large for
      ***** it stops the run rather than lose entries on rewrite.
       C00-PurgeQuarantined.
           PERFORM D00-LoadQuarantine
           IF EOF-QUAR-FILE = 'O'
             DISPLAY "ABEND: quarantine file "
               FUNCTION TRIM(WS-QUAR-PATH)
               " holds more than 1000 entries; purge not run"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN I-O FACTOR-MASTER
           IF WS-FACTOR-STATUS-CD NOT = "00"
             PERFORM B90-AbendMasterOpen
           END-IF
           PERFORM A02-OpenReport
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
             UNTIL WS-QT-IDX > WS-QT-COUNT
             MOVE WS-QT-LINE(WS-QT-IDX) TO QUAR-RECORD
             IF QUAR-STATE = 'Q'
               PERFORM C10-PurgeOneEntry
               MOVE QUAR-RECORD TO WS-QT-LINE(WS-QT-IDX)
             END-IF
           END-PERFORM
           CLOSE FACTOR-MASTER
           OPEN OUTPUT QUAR-FILE
           IF WS-QUAR-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot rewrite quarantine file "
               FUNCTION TRIM(WS-QUAR-PATH)
               " (status " WS-QUAR-STATUS-CD ")"
             MOVE WS-QUAR-PATH TO WS-INC-FILE
             MOVE WS-QUAR-STATUS-CD TO WS-INC-STATUS
             MOVE "cannot rewrite quarantine file after purge"
               TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-UA-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
             UNTIL WS-QT-IDX > WS-QT-COUNT
             MOVE WS-QT-LINE(WS-QT-IDX) TO QUAR-RECORD
             WRITE QUAR-RECORD
           END-PERFORM
           CLOSE QUAR-FILE
           PERFORM C30-WritePurgeCounts
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           .
      ***** One entry: gone already, passing now, or still bad and
      ***** deleted. QUAR-RECORD carries the entry in and out.
       C10-PurgeOneEntry.
           MOVE QUAR-NUMBER TO WS-NUMBER-EDIT
           MOVE QUAR-NUMBER TO FM-NUMBER
           MOVE WS-RUN-DATE TO QUAR-ACTION-DATE
           MOVE SPACES TO RPT-LINE
           READ FACTOR-MASTER
             INVALID KEY
               MOVE 'P' TO QUAR-STATE
               ADD 1 TO WS-ABSENT-COUNT
               STRING "ABSENT  " FUNCTION TRIM(WS-NUMBER-EDIT)
                 " - no longer on the master; marked purged"
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM A97-WritePagedLine
               EXIT PARAGRAPH
           END-READ
           PERFORM B10-CheckRecord
           IF WS-REC-OK = 'Y'
             MOVE 'C' TO QUAR-STATE
             ADD 1 TO WS-CLEARED-COUNT
             STRING "CLEARED " FUNCTION TRIM(WS-NUMBER-EDIT)
               " - passes re-verification; left on the master"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             EXIT PARAGRAPH
           END-IF
           DELETE FACTOR-MASTER RECORD
             INVALID KEY
               DISPLAY "WARNING: delete failed for factor record "
                 FUNCTION TRIM(WS-NUMBER-EDIT)
                 " (status " WS-FACTOR-STATUS-CD ")"
               MOVE 0 TO QUAR-ACTION-DATE
               EXIT PARAGRAPH
           END-DELETE
           MOVE 'P' TO QUAR-STATE
           ADD 1 TO WS-PURGED-COUNT
           STRING "PURGED  " FUNCTION TRIM(WS-NUMBER-EDIT) " - "
             FUNCTION TRIM(WS-REC-REASON)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE "euler.factors" TO WS-CJ-FILE
           MOVE "PURGE" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           STRING "number " FUNCTION TRIM(WS-NUMBER-EDIT)
             " quarantined " QUAR-DATE ": "
             FUNCTION TRIM(WS-REC-REASON)
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           STRING "deleted from the master by "
             FUNCTION TRIM(WS-UA-USER)
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           PERFORM J00-WriteJournal
           .
       C30-WritePurgeCounts.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PURGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "Records purged:            " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CLEARED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "Cleared on re-verification:" WS-COUNT-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ABSENT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "Already absent:            " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "Purged " WS-PURGED-COUNT "  cleared "
             WS-CLEARED-COUNT "  already absent " WS-ABSENT-COUNT
           .
      ***** Loads the quarantine file whole. A missing file is an
      ***** empty quarantine. EOF-QUAR-FILE comes back O when the
      ***** file has more entries than the table holds.
       D00-LoadQuarantine.
           MOVE 0 TO WS-QT-COUNT
           MOVE 'N' TO EOF-QUAR-FILE
           OPEN INPUT QUAR-FILE
           IF WS-QUAR-STATUS-CD NOT = "00"
             MOVE 'Y' TO EOF-QUAR-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-QUAR-FILE NOT = 'N'
             READ QUAR-FILE
               AT END MOVE 'Y' TO EOF-QUAR-FILE
               NOT AT END
                 IF WS-QT-COUNT < 1000
                   ADD 1 TO WS-QT-COUNT
                   MOVE QUAR-RECORD TO WS-QT-LINE(WS-QT-COUNT)
                 ELSE
                   MOVE 'O' TO EOF-QUAR-FILE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUAR-FILE
           .
      ***** WS-QT-HIT is the table entry quarantining FM-NUMBER and
      ***** still awaiting purge, or 0.
       D10-FindQuarantined.
           MOVE 0 TO WS-QT-HIT
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
             UNTIL WS-QT-IDX > WS-QT-COUNT OR WS-QT-HIT > 0
             MOVE WS-QT-LINE(WS-QT-IDX) TO QUAR-RECORD
             IF QUAR-STATE = 'Q' AND QUAR-NUMBER = FM-NUMBER
               MOVE WS-QT-IDX TO WS-QT-HIT
             END-IF
           END-PERFORM
           .
       J00-WriteJournal.
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** Exit
       END PROGRAM FactAudit.
