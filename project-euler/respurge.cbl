      *    report (project-euler/respurge.rpt) closes with kept /
      *    purged / archived totals. The master path resolves
      *    through PathName, so a sandboxed rehearsal purges the
      *    sandbox copy. ResRebuild reads these archives back by
      *    their run date to take purged records out of a
      *    point-in-time rebuild, so the name and fixed-column
      *    layout are relied on. Each archive is entered in the
      *    archive catalog through ArchReg (see archreg.cbl) under
      *    the run month, where ArchCat expires it once its
      *    retention has run out.
      *****************************************************************
       PROGRAM-ID. ResPurge.
       ENVIRONMENT DIVISION.
       FD RESULT-FILE.
       COPY EURESULT.
       FD ARCH-FILE.
       01 ARCH-LINE PIC X(200).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-AR-TYPE PIC X(10) VALUE "RESPURGE".
       01 WS-AR-PERIOD PIC 9(6).
       01 WS-AR-NAME PIC X(100).
       01 WS-AR-COUNT PIC 9(9).
       COPY EUTIME.
       COPY EUDATE.
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
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
           MOVE SPACES TO ARCH-LINE
           STRING RESULT-PROGRAM " " RESULT-RUN-DATE "-"
             RESULT-RUN-TIME " " RESULT-PARMS " "
             RESULT-ANSWER " " RESULT-ELAPSED-HSEC " "
             RESULT-ANSWER-TEXT
             DELIMITED BY SIZE INTO ARCH-LINE
           WRITE ARCH-LINE
           ADD 1 TO WS-ARCHIVED-COUNT
             DELIMITED BY SIZE INTO ARCH-LINE
           WRITE ARCH-LINE
           CLOSE ARCH-FILE
           PERFORM D05-CatalogArchive
           .
      ***** Enters the archive in the archive catalog (see
      ***** archreg.cbl) under the run month. A name too long for
      ***** the catalog is reported rather than catalogued cut short.
       D05-CatalogArchive.
           IF WS-ARCH-NAME(101:20) NOT = SPACES
             DISPLAY "WARNING: archive name too long for the archive "
               "catalog; " FUNCTION TRIM(WS-ARCH-NAME)
               " not catalogued"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WS-AR-PERIOD
           MOVE WS-ARCH-NAME TO WS-AR-NAME
           MOVE WS-ARCHIVED-COUNT TO WS-AR-COUNT
           CALL "ArchReg" USING WS-AR-TYPE WS-AR-PERIOD WS-AR-NAME
             WS-AR-COUNT
           .
       D10-WriteCounts.
           MOVE SPACES TO RPT-LINE
