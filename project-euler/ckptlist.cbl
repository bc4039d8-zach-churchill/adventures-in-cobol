      *                                   before the given date
      *    so stale positions from abandoned searches can be reviewed
      *    and cleared without hand-editing the file.
      *
      *    LIST shows the version of the program that saved each
      *    entry. Entries in state V were refused at resume because
      *    the program has been rebuilt since (see ckptmgr.cbl); they
      *    are flagged, counted, and set RETURN-CODE 4 until PURGE
      *    clears them.
      *****************************************************************
       PROGRAM-ID. CkptList.
       ENVIRONMENT DIVISION.
           05 CM-STATE PIC X(1).
           05 CM-STAMP PIC X(17).
           05 CM-DATA PIC X(60).
           05 CM-VERSION PIC X(2).
       WORKING-STORAGE SECTION.
       01 WS-CKPT-STATUS-CD PIC XX.
       01 EOF-CKPT-FILE PIC X VALUE 'N'.
       01 WS-ENTRY-COUNT PIC 9(3) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(3) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(3) VALUE 0.
       01 WS-STALE-COUNT PIC 9(3) VALUE 0.
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-ENTRY-TBL.
           05 WS-ENTRY OCCURS 100 TIMES.
               10 WS-ENT-PROGRAM PIC X(10).
               10 WS-ENT-STATE PIC X(1).
               10 WS-ENT-STAMP PIC X(17).
               10 WS-ENT-DATA PIC X(60).
               10 WS-ENT-VERSION PIC X(2).
       01 WS-ENTRY-IDX PIC 9(3).
       01 WS-ENT-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       PROCEDURE DIVISION.
       A00-Begin.
               GOBACK
           END-EVALUATE
           PERFORM A99-ReportElapsedTime
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.
      ***** End of Program execution
      ***** Stamps the run with today's date and time-of-day so the
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
                   MOVE CM-STATE TO WS-ENT-STATE(WS-ENTRY-COUNT)
                   MOVE CM-STAMP TO WS-ENT-STAMP(WS-ENTRY-COUNT)
                   MOVE CM-DATA TO WS-ENT-DATA(WS-ENTRY-COUNT)
                   MOVE CM-VERSION TO WS-ENT-VERSION(WS-ENTRY-COUNT)
                 END-IF
             END-READ
           END-PERFORM
             UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
             DISPLAY "  " WS-ENT-PROGRAM(WS-ENTRY-IDX) "  "
               WS-ENT-STATE(WS-ENTRY-IDX) "  "
               WS-ENT-STAMP(WS-ENTRY-IDX) "  v"
               WS-ENT-VERSION(WS-ENTRY-IDX) "  "
               FUNCTION TRIM(WS-ENT-PARMS(WS-ENTRY-IDX))
             IF WS-ENT-STATE(WS-ENTRY-IDX) = 'V'
               ADD 1 TO WS-STALE-COUNT
               DISPLAY "      ^ version-stale: refused at resume by "
                 "a rebuilt "
                 FUNCTION TRIM(WS-ENT-PROGRAM(WS-ENTRY-IDX))
                 "; see the incident log, then PURGE"
             END-IF
           END-PERFORM
           IF WS-STALE-COUNT > 0
             DISPLAY "Version-stale entries: " WS-STALE-COUNT
             MOVE 4 TO WS-FINAL-RC
           END-IF
           .
      ***** Rewrites the file keeping only entries stamped on or
      ***** after the cutoff, and says exactly what went.
               MOVE WS-ENT-STATE(WS-ENTRY-IDX) TO CM-STATE
               MOVE WS-ENT-STAMP(WS-ENTRY-IDX) TO CM-STAMP
               MOVE WS-ENT-DATA(WS-ENTRY-IDX) TO CM-DATA
               MOVE WS-ENT-VERSION(WS-ENTRY-IDX) TO CM-VERSION
               WRITE CKPT-RECORD
             END-IF
           END-PERFORM
