      *    live files are then deleted so IncidentLog's and
      *    LedgerWriter's status-35 fallbacks start fresh ones -
      *    IncidentRpt and EulerDash stop re-scanning an ever-longer
      *    history to find one day's records. Both archives are
      *    entered in the archive catalog through ArchReg (see
      *    archreg.cbl), where ArchCat expires them once their
      *    retention has run out.
      *
      *    The recap report (project-euler/excmonth.rpt) is the
      *    monthly quality summary the team meeting used to compile
       FD INCIDENT-FILE.
       01 INCIDENT-LINE PIC X(200).
       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(250).
       FD ARCH-INC-FILE.
       01 ARCH-INC-LINE PIC X(200).
       FD ARCH-EXC-FILE.
       01 ARCH-EXC-LINE PIC X(250).
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           05 WS-RUN-MONTH PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-AR-TYPE PIC X(10).
       01 WS-AR-NAME PIC X(100).
       01 WS-AR-COUNT PIC 9(9).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       01 WS-PAGED-LINE PIC X(100).
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM B20-StartFreshFiles
           PERFORM B30-CatalogArchives
           PERFORM A99-ReportElapsedTime
           GOBACK.
      ***** End of Program execution
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
             FUNCTION TRIM(WS-ARCH-INC-NAME) " / "
             FUNCTION TRIM(WS-ARCH-EXC-NAME)
           .
      ***** Enters the month's archives in the archive catalog (see
      ***** archreg.cbl) with their trailer counts; only the ones
      ***** there was a live file to copy for.
       B30-CatalogArchives.
           IF WS-INCIDENT-STATUS-CD = "00"
             MOVE "INCIDENTS" TO WS-AR-TYPE
             MOVE WS-ARCH-INC-NAME TO WS-AR-NAME
             MOVE WS-ARCHIVED-INC TO WS-AR-COUNT
             CALL "ArchReg" USING WS-AR-TYPE WS-ARCH-MONTH WS-AR-NAME
               WS-AR-COUNT
           END-IF
           IF WS-EXCEPT-STATUS-CD = "00"
             MOVE "EXCEPTIONS" TO WS-AR-TYPE
             MOVE WS-ARCH-EXC-NAME TO WS-AR-NAME
             MOVE WS-ARCHIVED-EXC TO WS-AR-COUNT
             CALL "ArchReg" USING WS-AR-TYPE WS-ARCH-MONTH WS-AR-NAME
               WS-AR-COUNT
           END-IF
           .
      ***** An incident record reads "program  stamp  file  status
      ***** message" on double-space separators (see
      ***** incidentlog.cbl); records stamped in the archive month
