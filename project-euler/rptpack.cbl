      *
      *    Binds the night's reports into one paginated document so
      *    the morning review is a single file to print or page
      *    through instead of six. The sections ride in a fixed
      *    order:
      *        1. consolidated driver report (latest version,
      *           resolved through report.catalog)
      *        3. daily dashboard
      *        4. incident report
      *        5. operator alert file
      *        6. nightly cycle timeline (see timeline.cbl)
      *    A missing section is listed in the table of contents as
      *    such rather than silently skipped.
      *
           05 CAT-BASE PIC X(60).
           05 CAT-VERSIONED PIC X(100).
       FD IN-FILE.
       01 IN-RECORD PIC X(300).
       FD PACK-FILE.
       01 PACK-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-IN-NAME PIC X(100).
       01 EOF-FLAG PIC X.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01 WS-SECTION-COUNT PIC 9(1) VALUE 6.
       01 WS-SECTION-TBL.
           05 WS-SECTION-ENTRY OCCURS 6 TIMES.
               10 WS-SEC-TITLE PIC X(30).
               10 WS-SEC-BASE PIC X(60).
               10 WS-SEC-RESOLVED PIC X(100).
       01 WS-TOC-PAGES PIC 9(4).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
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
           MOVE "Operator alert file" TO WS-SEC-TITLE(5)
           MOVE "project-euler/euler.alert" TO WS-SEC-BASE(5)
           MOVE 'N' TO WS-SEC-VERSIONED(5)
           MOVE "Nightly cycle timeline" TO WS-SEC-TITLE(6)
           MOVE "project-euler/timeline.rpt" TO WS-SEC-BASE(6)
           MOVE 'N' TO WS-SEC-VERSIONED(6)
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
             UNTIL WS-SEC-IDX > WS-SECTION-COUNT
             MOVE WS-SEC-BASE(WS-SEC-IDX)
