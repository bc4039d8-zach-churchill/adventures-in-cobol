       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Data Release Maintenance
      *
      *    Maintains the data release register
      *    (project-euler/euler.datarel) that DataCheck holds every
      *    production run's input files against (see datacheck.cbl),
      *    so a new digit file, grid, or triangle goes into service
      *    through a release step instead of by being copied over
      *    the old one. A new version is staged by one user with
      *    maintenance permission and goes live only when a second
      *    such user approves it - the same two-person rule
      *    RunCtlMaint applies to run-control changes.
      *
      *    Record layout:
      *        columns   1-60  data file name, as the programs open it
      *        column   61     state: R = released (in force),
      *                        P = new version pending approval
      *        columns  62-68  record count
      *        columns  69-78  content checksum
      *        columns  79-90  user who staged (released) the version
      *        columns  91-98  date the version was released (P: zero)
      *        columns  99-110 user who approved it
      *        columns 111-118 date the version was staged
      *    A file carries at most one R entry and one P entry.
      *
      *    Modes, supplied on the command line:
      *        datarel LIST
      *            every entry; released entries also say whether the
      *            file on disk still matches them
      *        datarel RELEASE <file>
      *            stage the file as it is now on disk as its next
      *            released version (replacing any version already
      *            pending for it)
      *        datarel APPROVE <file>
      *            put the pending version into service; the approver
      *            must hold maintenance permission, must not be the
      *            user who staged it, and the file must still be the
      *            one that was staged
      *        datarel REJECT <file>
      *            withdraw the pending version
      *        datarel VERIFY
      *            check every released file against the disk;
      *            return code 4 when any differs or is missing
      *    Every staging, approval and withdrawal goes to the change
      *    journal (see chgjournal.cbl); a refused self-approval is
      *    also logged through IncidentLog.
      *****************************************************************
       PROGRAM-ID. DataRel.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REL-FILE ASSIGN TO "project-euler/euler.datarel"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REL-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD REL-FILE.
       01 REL-RECORD.
           05 REL-FILE-NAME PIC X(60).
           05 REL-STATE PIC X(1).
           05 REL-COUNT PIC 9(7).
           05 REL-CHECKSUM PIC 9(10).
           05 REL-RELEASED-BY PIC X(12).
           05 REL-DATE PIC 9(8).
           05 REL-APPROVED-BY PIC X(12).
           05 REL-STAGED-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-REL-STATUS-CD PIC XX.
       01 EOF-REL-FILE PIC X VALUE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-ARG-FILE PIC X(60).
       01 WS-ENT-COUNT PIC 9(3) VALUE 0.
       01 WS-ENT-TBL.
           05 WS-ENT-ENTRY OCCURS 100 TIMES.
               10 WS-ENT-FILE PIC X(60).
               10 WS-ENT-STATE PIC X(1).
               10 WS-ENT-COUNT-N PIC 9(7).
               10 WS-ENT-CHECKSUM PIC 9(10).
               10 WS-ENT-RELEASED-BY PIC X(12).
               10 WS-ENT-DATE PIC 9(8).
               10 WS-ENT-APPROVED-BY PIC X(12).
               10 WS-ENT-STAGED-DATE PIC 9(8).
               10 WS-ENT-DROP PIC X(1).
       01 WS-ENT-IDX PIC 9(3).
       01 WS-REL-IDX PIC 9(3).
       01 WS-PEND-IDX PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-MISMATCH-COUNT PIC 9(3) VALUE 0.
       01 WS-MATCH-TEXT PIC X(20).
       01 WS-DC-MODE PIC X(1).
       01 WS-DC-PROGRAM PIC X(10) VALUE "DataRel".
       01 WS-DC-FILE PIC X(60).
       01 WS-DC-COUNT PIC 9(7).
       01 WS-DC-CHECKSUM PIC 9(10).
       01 WS-DC-RESULT PIC X(1).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "DataRel".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           IF WS-MODE NOT = "LIST" AND WS-MODE NOT = "VERIFY"
             PERFORM A03-CheckMaintAuth
           END-IF
           PERFORM B00-LoadEntries
           EVALUATE WS-MODE
             WHEN "LIST"
               PERFORM C00-ListEntries
             WHEN "VERIFY"
               PERFORM C50-VerifyReleased
             WHEN "RELEASE"
               PERFORM C10-StageRelease
               PERFORM D00-RewriteFile
             WHEN "APPROVE"
               PERFORM C20-ApproveRelease
               PERFORM D00-RewriteFile
             WHEN "REJECT"
               PERFORM C30-RejectRelease
               PERFORM D00-RewriteFile
             WHEN OTHER
               DISPLAY "ABEND: mode must be LIST, RELEASE, APPROVE, "
                 "REJECT, or VERIFY (got " FUNCTION TRIM(WS-MODE)
                 ")"
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
      ***** Every mode that rewrites the register is gated on the
      ***** maintenance permission in the user-profile file (see
      ***** userauth.cbl); LIST and VERIFY stay open to everyone.
      ***** UserAuth also resolves the caller's identity, which is
      ***** what the released-by and approved-by columns record.
       A03-CheckMaintAuth.
           MOVE 'M' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
             WS-UA-USER WS-UA-ALLOWED
           IF WS-UA-ALLOWED = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
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
      ***** Mode and, for the modes that name one, the data file come
      ***** off the command line.
       A05-GetParameters.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE "LIST" TO WS-MODE
           END-ACCEPT
           IF WS-MODE = SPACES
             MOVE "LIST" TO WS-MODE
           END-IF
           MOVE SPACES TO WS-ARG-FILE
           IF WS-MODE = "LIST" OR WS-MODE = "VERIFY"
             EXIT PARAGRAPH
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FILE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-FILE = SPACES
             DISPLAY "ABEND: FILE operand is required"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
       B00-LoadEntries.
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS-CD NOT = "00"
             DISPLAY "No data release register yet; starting empty"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-REL-FILE = 'Y'
             READ REL-FILE
               AT END MOVE 'Y' TO EOF-REL-FILE
               NOT AT END
                 IF REL-FILE-NAME NOT = SPACES
                   PERFORM B01-StoreEntry
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REL-FILE
           .
       B01-StoreEntry.
           IF WS-ENT-COUNT >= 100
             DISPLAY "ABEND: data release register holds more than "
               "100 entries"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-ENT-COUNT
           MOVE REL-FILE-NAME TO WS-ENT-FILE(WS-ENT-COUNT)
           MOVE REL-STATE TO WS-ENT-STATE(WS-ENT-COUNT)
           MOVE REL-COUNT TO WS-ENT-COUNT-N(WS-ENT-COUNT)
           MOVE REL-CHECKSUM TO WS-ENT-CHECKSUM(WS-ENT-COUNT)
           MOVE REL-RELEASED-BY TO WS-ENT-RELEASED-BY(WS-ENT-COUNT)
           MOVE REL-DATE TO WS-ENT-DATE(WS-ENT-COUNT)
           MOVE REL-APPROVED-BY TO WS-ENT-APPROVED-BY(WS-ENT-COUNT)
           MOVE REL-STAGED-DATE TO WS-ENT-STAGED-DATE(WS-ENT-COUNT)
           MOVE 'N' TO WS-ENT-DROP(WS-ENT-COUNT)
           .
      ***** Finds the named file's released (WS-REL-IDX) and pending
      ***** (WS-PEND-IDX) entries; zero where it has none.
       B10-FindEntries.
           MOVE 0 TO WS-REL-IDX
           MOVE 0 TO WS-PEND-IDX
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT
             IF WS-ENT-FILE(WS-ENT-IDX) = WS-ARG-FILE
               AND WS-ENT-DROP(WS-ENT-IDX) = 'N'
               IF WS-ENT-STATE(WS-ENT-IDX) = 'R'
                 MOVE WS-ENT-IDX TO WS-REL-IDX
               END-IF
               IF WS-ENT-STATE(WS-ENT-IDX) = 'P'
                 MOVE WS-ENT-IDX TO WS-PEND-IDX
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Counts and checksums the named file as it is on disk now.
       B20-ComputeFile.
           MOVE 'C' TO WS-DC-MODE
           MOVE WS-ARG-FILE TO WS-DC-FILE
           CALL "DataCheck" USING WS-DC-MODE WS-DC-PROGRAM WS-DC-FILE
             WS-DC-COUNT WS-DC-CHECKSUM WS-DC-RESULT
           .
       C00-ListEntries.
           DISPLAY "Data release register: " WS-ENT-COUNT " entries"
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT
             PERFORM C01-ListOneEntry
           END-PERFORM
           .
       C01-ListOneEntry.
           MOVE WS-ENT-FILE(WS-ENT-IDX) TO WS-ARG-FILE
           IF WS-ENT-STATE(WS-ENT-IDX) = 'R'
             PERFORM B20-ComputeFile
             EVALUATE TRUE
               WHEN WS-DC-RESULT = 'M'
                 MOVE "FILE MISSING" TO WS-MATCH-TEXT
               WHEN WS-DC-COUNT = WS-ENT-COUNT-N(WS-ENT-IDX)
                 AND WS-DC-CHECKSUM = WS-ENT-CHECKSUM(WS-ENT-IDX)
                 MOVE "matches disk" TO WS-MATCH-TEXT
               WHEN OTHER
                 MOVE "DISK DIFFERS" TO WS-MATCH-TEXT
             END-EVALUATE
             DISPLAY "  RELEASED " FUNCTION TRIM(WS-ARG-FILE)
               "  records=" WS-ENT-COUNT-N(WS-ENT-IDX)
               "  checksum=" WS-ENT-CHECKSUM(WS-ENT-IDX)
             DISPLAY "           released "
               WS-ENT-DATE(WS-ENT-IDX) " by "
               FUNCTION TRIM(WS-ENT-RELEASED-BY(WS-ENT-IDX))
               ", approved by "
               FUNCTION TRIM(WS-ENT-APPROVED-BY(WS-ENT-IDX))
               "  " FUNCTION TRIM(WS-MATCH-TEXT)
           ELSE
             DISPLAY "  PENDING  " FUNCTION TRIM(WS-ARG-FILE)
               "  records=" WS-ENT-COUNT-N(WS-ENT-IDX)
               "  checksum=" WS-ENT-CHECKSUM(WS-ENT-IDX)
             DISPLAY "           staged "
               WS-ENT-STAGED-DATE(WS-ENT-IDX) " by "
               FUNCTION TRIM(WS-ENT-RELEASED-BY(WS-ENT-IDX))
               ", awaiting approval"
           END-IF
           .
      ***** Staging takes the file exactly as it is on disk now; a
      ***** file identical to its released version has nothing to
      ***** release.
       C10-StageRelease.
           PERFORM B10-FindEntries
           PERFORM B20-ComputeFile
           IF WS-DC-RESULT = 'M'
             DISPLAY "ABEND: cannot open data file "
               FUNCTION TRIM(WS-ARG-FILE)
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-REL-IDX > 0
             IF WS-ENT-COUNT-N(WS-REL-IDX) = WS-DC-COUNT
               AND WS-ENT-CHECKSUM(WS-REL-IDX) = WS-DC-CHECKSUM
               DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-FILE)
                 " is unchanged since its " WS-ENT-DATE(WS-REL-IDX)
                 " release"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           MOVE "euler.datarel" TO WS-CJ-FILE
           MOVE "RELEASE" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           IF WS-PEND-IDX > 0
             MOVE WS-PEND-IDX TO WS-MATCH-IDX
             PERFORM J20-BuildBeforeImage
             DISPLAY "Replacing the version staged "
               WS-ENT-STAGED-DATE(WS-PEND-IDX) " by "
               FUNCTION TRIM(WS-ENT-RELEASED-BY(WS-PEND-IDX))
           ELSE
             IF WS-ENT-COUNT >= 100
               DISPLAY "ABEND: data release register holds more "
                 "than 100 entries"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ENT-COUNT
             MOVE WS-ENT-COUNT TO WS-PEND-IDX
           END-IF
           MOVE WS-PEND-IDX TO WS-MATCH-IDX
           MOVE WS-ARG-FILE TO WS-ENT-FILE(WS-MATCH-IDX)
           MOVE 'P' TO WS-ENT-STATE(WS-MATCH-IDX)
           MOVE WS-DC-COUNT TO WS-ENT-COUNT-N(WS-MATCH-IDX)
           MOVE WS-DC-CHECKSUM TO WS-ENT-CHECKSUM(WS-MATCH-IDX)
           MOVE WS-UA-USER TO WS-ENT-RELEASED-BY(WS-MATCH-IDX)
           MOVE 0 TO WS-ENT-DATE(WS-MATCH-IDX)
           MOVE SPACES TO WS-ENT-APPROVED-BY(WS-MATCH-IDX)
           MOVE WS-RUN-DATE TO WS-ENT-STAGED-DATE(WS-MATCH-IDX)
           MOVE 'N' TO WS-ENT-DROP(WS-MATCH-IDX)
           PERFORM J10-BuildAfterImage
           PERFORM J00-WriteJournal
           DISPLAY "Staged " FUNCTION TRIM(WS-ARG-FILE) ": "
             WS-DC-COUNT " records, checksum " WS-DC-CHECKSUM
             "; awaiting approval"
           .
      ***** The approver must be a second person, and the file must
      ***** still be byte-for-byte what was staged - a file edited
      ***** again after staging has to be staged again.
       C20-ApproveRelease.
           PERFORM B10-FindEntries
           IF WS-PEND-IDX = 0
             DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-FILE)
               " has no version pending approval"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-ENT-RELEASED-BY(WS-PEND-IDX) = WS-UA-USER
             DISPLAY "REFUSED: " FUNCTION TRIM(WS-UA-USER)
               " staged this version of " FUNCTION TRIM(WS-ARG-FILE)
               " and may not also approve it"
             MOVE WS-ARG-FILE TO WS-INC-FILE
             MOVE "--" TO WS-INC-STATUS
             MOVE SPACES TO WS-INC-MESSAGE
             STRING "self-approval refused: "
               FUNCTION TRIM(WS-UA-USER) " data release"
               DELIMITED BY SIZE INTO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-UA-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM B20-ComputeFile
           IF WS-DC-RESULT = 'M'
             DISPLAY "ABEND: cannot open data file "
               FUNCTION TRIM(WS-ARG-FILE)
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-DC-COUNT NOT = WS-ENT-COUNT-N(WS-PEND-IDX)
             OR WS-DC-CHECKSUM NOT = WS-ENT-CHECKSUM(WS-PEND-IDX)
             DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-FILE)
               " has changed since it was staged ("
               WS-DC-COUNT " records, checksum " WS-DC-CHECKSUM
               "); stage it again"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "euler.datarel" TO WS-CJ-FILE
           MOVE "APPROVE" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           IF WS-REL-IDX > 0
             MOVE WS-REL-IDX TO WS-MATCH-IDX
             PERFORM J20-BuildBeforeImage
             MOVE 'Y' TO WS-ENT-DROP(WS-REL-IDX)
           END-IF
           MOVE WS-PEND-IDX TO WS-MATCH-IDX
           MOVE 'R' TO WS-ENT-STATE(WS-MATCH-IDX)
           MOVE WS-RUN-DATE TO WS-ENT-DATE(WS-MATCH-IDX)
           MOVE WS-UA-USER TO WS-ENT-APPROVED-BY(WS-MATCH-IDX)
           PERFORM J10-BuildAfterImage
           PERFORM J00-WriteJournal
           DISPLAY "Released " FUNCTION TRIM(WS-ARG-FILE) ": "
             WS-DC-COUNT " records, checksum " WS-DC-CHECKSUM
             ", in force from " WS-RUN-DATE
           .
       C30-RejectRelease.
           PERFORM B10-FindEntries
           IF WS-PEND-IDX = 0
             DISPLAY "ABEND: " FUNCTION TRIM(WS-ARG-FILE)
               " has no version pending approval"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "euler.datarel" TO WS-CJ-FILE
           MOVE "REJECT" TO WS-CJ-MODE
           MOVE WS-PEND-IDX TO WS-MATCH-IDX
           PERFORM J20-BuildBeforeImage
           MOVE SPACES TO WS-CJ-AFTER
           PERFORM J00-WriteJournal
           MOVE 'Y' TO WS-ENT-DROP(WS-PEND-IDX)
           DISPLAY "Withdrew the version of " FUNCTION TRIM(WS-ARG-FILE)
             " staged " WS-ENT-STAGED-DATE(WS-PEND-IDX) " by "
             FUNCTION TRIM(WS-ENT-RELEASED-BY(WS-PEND-IDX))
           .
       C50-VerifyReleased.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT
             IF WS-ENT-STATE(WS-ENT-IDX) = 'R'
               PERFORM C01-ListOneEntry
               IF WS-MATCH-TEXT NOT = "matches disk"
                 ADD 1 TO WS-MISMATCH-COUNT
               END-IF
             END-IF
           END-PERFORM
           IF WS-MISMATCH-COUNT > 0
             DISPLAY "WARNING: " WS-MISMATCH-COUNT
               " released data files differ from the disk"
             MOVE 4 TO RETURN-CODE
           ELSE
             DISPLAY "All released data files match the disk"
           END-IF
           .
       D00-RewriteFile.
           OPEN OUTPUT REL-FILE
           IF WS-REL-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot rewrite data release register "
               "(status " WS-REL-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT
             IF WS-ENT-DROP(WS-ENT-IDX) = 'N'
               PERFORM D10-WriteOneEntry
             END-IF
           END-PERFORM
           CLOSE REL-FILE
           .
       D10-WriteOneEntry.
           MOVE SPACES TO REL-RECORD
           MOVE WS-ENT-FILE(WS-ENT-IDX) TO REL-FILE-NAME
           MOVE WS-ENT-STATE(WS-ENT-IDX) TO REL-STATE
           MOVE WS-ENT-COUNT-N(WS-ENT-IDX) TO REL-COUNT
           MOVE WS-ENT-CHECKSUM(WS-ENT-IDX) TO REL-CHECKSUM
           MOVE WS-ENT-RELEASED-BY(WS-ENT-IDX) TO REL-RELEASED-BY
           MOVE WS-ENT-DATE(WS-ENT-IDX) TO REL-DATE
           MOVE WS-ENT-APPROVED-BY(WS-ENT-IDX) TO REL-APPROVED-BY
           MOVE WS-ENT-STAGED-DATE(WS-ENT-IDX) TO REL-STAGED-DATE
           WRITE REL-RECORD
           .
      ***** Every staging, approval and withdrawal goes to the shared
      ***** change journal (see chgjournal.cbl): before-image,
      ***** after-image, mode, user, timestamp.
       J00-WriteJournal.
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
       J10-BuildAfterImage.
           MOVE SPACES TO WS-CJ-AFTER
           STRING WS-ENT-STATE(WS-MATCH-IDX) " "
             WS-ENT-COUNT-N(WS-MATCH-IDX) " "
             WS-ENT-CHECKSUM(WS-MATCH-IDX) " "
             WS-ENT-STAGED-DATE(WS-MATCH-IDX) " "
             WS-ENT-DATE(WS-MATCH-IDX) " "
             FUNCTION TRIM(WS-ENT-FILE(WS-MATCH-IDX))
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           .
       J20-BuildBeforeImage.
           MOVE SPACES TO WS-CJ-BEFORE
           STRING WS-ENT-STATE(WS-MATCH-IDX) " "
             WS-ENT-COUNT-N(WS-MATCH-IDX) " "
             WS-ENT-CHECKSUM(WS-MATCH-IDX) " "
             WS-ENT-STAGED-DATE(WS-MATCH-IDX) " "
             WS-ENT-DATE(WS-MATCH-IDX) " "
             FUNCTION TRIM(WS-ENT-FILE(WS-MATCH-IDX))
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           .
      ***** Exit
       END PROGRAM DataRel.
