      *    interrupted again (or stopped at its time box) and stays
      *    for tomorrow.
      *
      *    A checkpoint saved by an older build of its program is
      *    refused by the rebuilt one (see ckptmgr.cbl) and marked
      *    state V; the program then starts its search from the
      *    beginning. Entries already in state V are listed as STALE
      *    and never relaunched, a relaunch whose position is refused
      *    that night is reported as STALE as well, and either sets
      *    RETURN-CODE 4 so the operator looks at the incident log
      *    before purging the entry (ckptlist PURGE).
      *
      *    Report goes to project-euler/eulerresume.rpt. Like
      *    EulerRegress, this CALLs the Problem programs by name, so
      *    it needs their object code linked into the same run unit.
           05 CM-STATE PIC X(1).
           05 CM-STAMP PIC X(17).
           05 CM-DATA PIC X(60).
           05 CM-VERSION PIC X(2).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-RESUMED-COUNT PIC 9(3) VALUE 0.
       01 WS-FINISHED-COUNT PIC 9(3) VALUE 0.
       01 WS-LEFT-COUNT PIC 9(3) VALUE 0.
       01 WS-STALE-COUNT PIC 9(3) VALUE 0.
       01 WS-STALE-FOUND PIC X(1).
       01 WS-STALE-VERSION PIC X(2).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-CALL-PROGRAM PIC X(10).
       01 WS-OVR-IDX PIC 9(2).
       01 WS-OVR-TAG PIC X(18).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-PAGED-LINE PIC X(130).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARMOV.
       COPY EURPTFMT.
       COPY EUVERSION.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM A99-ReportElapsedTime
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
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
      ***** Snapshots every state-R entry up front: the relaunched
      ***** programs rewrite euler.ckpt through CkptManager as they
      ***** run, so this pass must not hold the file open or trust
      ***** it mid-cycle. State-V entries are reported on the way
      ***** past and left for the operator.
       B00-LoadRunningEntries.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS-CD NOT = "00"
                   MOVE CM-PARMS TO WS-ENT-PARMS(WS-ENTRY-COUNT)
                   MOVE CM-STAMP TO WS-ENT-STAMP(WS-ENTRY-COUNT)
                 END-IF
                 IF CM-PROGRAM NOT = SPACES AND CM-STATE = 'V'
                   PERFORM B05-ReportStaleEntry
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CKPT-FILE
           DISPLAY "Interrupted searches on file: " WS-ENTRY-COUNT
           .
       B05-ReportStaleEntry.
           ADD 1 TO WS-STALE-COUNT
           MOVE 4 TO WS-FINAL-RC
           MOVE SPACES TO RPT-LINE
           STRING "STALE     " CM-PROGRAM "  "
             FUNCTION TRIM(CM-PARMS)
             "  version " CM-VERSION " checkpoint of " CM-STAMP
             " refused; not relaunched"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
       C00-HandleOneEntry.
           IF WS-ENT-STAMP(WS-ENTRY-IDX)(1:8) IS NUMERIC
             COMPUTE WS-ENT-DAYNUM = FUNCTION INTEGER-OF-DATE(
      ***** RETURN-CODE is reset after the CALL so an abended
      ***** relaunch cannot linger into this job's own exit status;
      ***** the checkpoint re-read decides the reported outcome.
      ***** The program is CANCELled after the CALL, as in
      ***** EulerDriver's B00-RunStep, so the next CALL starts fresh.
       C10-RelaunchEntry.
           ADD 1 TO WS-RESUMED-COUNT
           MOVE SPACES TO WS-EUPARM-OVERRIDE
                 FUNCTION TRIM(WS-CALL-PROGRAM)
                 "; entry left as is"
           END-CALL
           CANCEL WS-CALL-PROGRAM
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           PERFORM C20-CheckOutcome
      ***** completion and re-saves it when interrupted again, so
      ***** re-reading the entry says which way the run went.
       C20-CheckOutcome.
           PERFORM C25-CheckRefused
           MOVE 0 TO WS-PGM-VERSION
           MOVE 'R' TO WS-CM-MODE
           MOVE WS-ENT-PROGRAM(WS-ENTRY-IDX) TO WS-CM-PROGRAM
           MOVE WS-ENT-PARMS(WS-ENTRY-IDX) TO WS-CM-PARMS
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** A relaunched program that refused its saved position
      ***** leaves the entry in state V with the stamp it had when
      ***** this run snapshotted it, and carried on from the start.
       C25-CheckRefused.
           MOVE 'N' TO WS-STALE-FOUND
           MOVE 'N' TO EOF-CKPT-FILE
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-CKPT-FILE = 'Y'
             READ CKPT-FILE
               AT END MOVE 'Y' TO EOF-CKPT-FILE
               NOT AT END
                 IF CM-STATE = 'V'
                   AND CM-PROGRAM = WS-ENT-PROGRAM(WS-ENTRY-IDX)
                   AND CM-PARMS = WS-ENT-PARMS(WS-ENTRY-IDX)
                   AND CM-STAMP = WS-ENT-STAMP(WS-ENTRY-IDX)
                   MOVE 'Y' TO WS-STALE-FOUND
                   MOVE CM-VERSION TO WS-STALE-VERSION
                   MOVE 'Y' TO EOF-CKPT-FILE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CKPT-FILE
           IF WS-STALE-FOUND = 'Y'
             ADD 1 TO WS-STALE-COUNT
             MOVE 4 TO WS-FINAL-RC
             MOVE SPACES TO RPT-LINE
             STRING "STALE     "
               WS-ENT-PROGRAM(WS-ENTRY-IDX) "  "
               FUNCTION TRIM(WS-ENT-PARMS(WS-ENTRY-IDX))
               "  version " WS-STALE-VERSION " checkpoint refused"
               " by the rebuilt program; restarted from the start"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-IF
           .
       C90-WriteSummary.
           MOVE SPACES TO RPT-LINE
           STRING "Entries: " WS-ENTRY-COUNT
             "  relaunched=" WS-RESUMED-COUNT
             "  finished=" WS-FINISHED-COUNT
             "  left alone=" WS-LEFT-COUNT
             "  version-stale=" WS-STALE-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
