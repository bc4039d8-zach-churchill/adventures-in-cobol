      *    the later steps and the close refuses to certify with
      *    RETURN-CODE 8.
      *
      *    The report is overwritten by every close, so once it is
      *    written it is also kept as a dated certification
      *    (project-euler/eulerclose.cert.<yyyymm>) closing with a
      *    TRAILER record, and entered in the archive catalog
      *    through ArchReg (see archreg.cbl) - certified or not, the
      *    record of the attempt is what the auditors ask for.
      *
      *    Usage:
      *        eulerclose [yyyymm]
      *    The month defaults to the month of the run date, the same
           SELECT RPT-FILE ASSIGN TO "project-euler/eulerclose.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
           SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CERT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD ARCH-FILE.
       01 ARCH-LINE PIC X(300).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       FD CERT-FILE.
       01 CERT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-CERT-STATUS-CD PIC XX.
       01 WS-CERT-NAME PIC X(60).
       01 EOF-RPT-FILE PIC X.
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-AR-TYPE PIC X(10) VALUE "CLOSECERT".
       01 WS-AR-NAME PIC X(100).
       01 WS-AR-COUNT PIC 9(9).
       01 WS-ARCH-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 EOF-ARCH-FILE PIC X.
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-PAGED-LINE PIC X(130).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARMOV.
       COPY EURPTFMT.
       PROCEDURE DIVISION.
           PERFORM C90-Certify
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM C95-KeepCertification
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
             STRING "NOT CERTIFIED: month " WS-CLOSE-MONTH
               " close stopped at the failed step above"
               DELIMITED BY SIZE INTO RPT-LINE
             MOVE 8 TO WS-FINAL-RC
           END-IF
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** Copies the finished report to the month's dated
      ***** certification with a TRAILER record carrying its line
      ***** count, and catalogues it.
       C95-KeepCertification.
           MOVE SPACES TO WS-CERT-NAME
           STRING "project-euler/eulerclose.cert." WS-CLOSE-MONTH
             DELIMITED BY SIZE INTO WS-CERT-NAME
           OPEN INPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot reread "
               "project-euler/eulerclose.rpt (status "
               WS-RPT-STATUS-CD "); no certification kept"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CERT-FILE
           IF WS-CERT-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot open "
               FUNCTION TRIM(WS-CERT-NAME) " (status "
               WS-CERT-STATUS-CD "); no certification kept"
             CLOSE RPT-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AR-COUNT
           MOVE 'N' TO EOF-RPT-FILE
           PERFORM WITH TEST AFTER UNTIL EOF-RPT-FILE = 'Y'
             READ RPT-FILE
               AT END MOVE 'Y' TO EOF-RPT-FILE
               NOT AT END
                 MOVE RPT-LINE TO CERT-LINE
                 WRITE CERT-LINE
                 ADD 1 TO WS-AR-COUNT
             END-READ
           END-PERFORM
           MOVE SPACES TO CERT-LINE
           STRING "TRAILER RECORDS=" WS-AR-COUNT
             DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           CLOSE CERT-FILE
           CLOSE RPT-FILE
           MOVE WS-CERT-NAME TO WS-AR-NAME
           CALL "ArchReg" USING WS-AR-TYPE WS-CLOSE-MONTH WS-AR-NAME
             WS-AR-COUNT
           .
      ***** Exit
       END PROGRAM EulerClose.
