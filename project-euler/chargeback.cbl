       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Monthly Chargeback
      *
      *    Turns a month of the suite's ledger into an invoice: every
      *    run's elapsed time is priced at the rate its run origin
      *    carries on the rate card, and the charges are billed to
      *    the user who ran it and rolled up to that user's cost
      *    center.
      *
      *    The month comes off the command line as YYYYMM,
      *    defaulting to the current month (the nightly cycle runs
      *    this on month-end night, after LedgerMonth has closed the
      *    month off). Input is that month's euler.ledger.YYYYMM
      *    archive, its TRAILER RECORDS= count verified the way
      *    LedgerReport verifies it, plus any lines for the month
      *    still in the live ledger.
      *
      *    Rate card (project-euler/euler.ratecard), one origin per
      *    record:
      *        columns   1-10  run origin (DRIVER, MENU, REQUEST,
      *                        SANDBOX, ...), or DEFAULT for every
      *                        origin not listed
      *        columns  12-21  rate per hour of elapsed time, as a
      *                        decimal amount (e.g. 12.50)
      *    A run whose origin has no rate and no DEFAULT row is
      *    billed at nothing and flagged as unpriced.
      *
      *    Cost centers come from columns 17-24 of euler.users (see
      *    userauth.cbl); a user with no cost center, or not on the
      *    file at all, is billed to UNASSGND.
      *
      *    Output: the invoice - charges per user broken down by
      *    origin, per cost center, and per origin - to a versioned
      *    project-euler/chargeback.rpt, and the same user/origin
      *    lines as the feed project-euler/chargeback.YYYYMM.csv,
      *    closing with the "TRAILER,<count>" row balcheck CSV
      *    verifies. RETURN-CODE 4 when any run was unpriced or the
      *    archive failed its trailer check, 16 when the rate card
      *    cannot be read or a table overflows.
      *****************************************************************
       PROGRAM-ID. ChargeBack.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "project-euler/euler.ledger"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS-CD.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS-CD.
           SELECT RATE-FILE ASSIGN TO "project-euler/euler.ratecard"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-STATUS-CD.
           SELECT USER-FILE ASSIGN TO "project-euler/euler.users"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-USER-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CSV-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD ARCH-FILE.
       01 ARCH-LINE PIC X(300).
       FD RATE-FILE.
       01 RATE-RECORD.
           05 RATE-ORIGIN PIC X(10).
           05 FILLER PIC X(1).
           05 RATE-AMOUNT-X PIC X(10).
           05 FILLER PIC X(59).
       FD USER-FILE.
       01 USER-RECORD.
           05 USER-ID PIC X(12).
           05 USER-FLAGS PIC X(3).
           05 FILLER PIC X(1).
           05 USER-COST-CENTER PIC X(8).
           05 FILLER PIC X(56).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       FD CSV-FILE.
       01 CSV-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS-CD PIC XX.
       01 WS-ARCH-STATUS-CD PIC XX.
       01 WS-RATE-STATUS-CD PIC XX.
       01 WS-USER-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-CSV-STATUS-CD PIC XX.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/chargeback.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 WS-CSV-NAME PIC X(100).
       01 WS-ARCH-NAME PIC X(40).
       01 EOF-LEDGER-FILE PIC X.
       01 EOF-ARCH-FILE PIC X.
       01 EOF-RATE-FILE PIC X.
       01 EOF-USER-FILE PIC X.
       01 WS-BILL-MONTH PIC 9(6).
       01 WS-ARG-VALUE PIC X(8).
       01 WS-ARCH-REC-COUNT PIC 9(7).
       01 WS-ARCH-TRAILER PIC 9(7).
       01 WS-ARCH-TRAILER-SEEN PIC X(1).
       01 WS-SCAN-LINE PIC X(300).
       01 WS-PARSE-HEAD PIC X(200).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-PARSE-REST PIC X(200).
       01 WS-VERSION-PART PIC X(20).
       01 WS-ENTRY-PROGRAM PIC X(12).
       01 WS-ENTRY-STAMP PIC X(17).
       01 WS-ENTRY-STAMP-X REDEFINES WS-ENTRY-STAMP.
           05 WS-ENTRY-MONTH PIC 9(6).
           05 FILLER PIC X(11).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-ENTRY-ELAPSED-X PIC X(20).
       01 WS-ENTRY-ELAPSED PIC 9(10).
       01 WS-ENTRY-USER PIC X(12).
       01 WS-ENTRY-ORIGIN PIC X(10).
       01 WS-ENTRY-CENTER PIC X(8).
       01 WS-ENTRY-RATE PIC 9(5)V99.
       01 WS-ENTRY-PRICED PIC X(1).
       01 WS-ENTRY-CHARGE PIC 9(7)V99.
       01 WS-DEFAULT-RATE PIC 9(5)V99 VALUE 0.
       01 WS-DEFAULT-SEEN PIC X(1) VALUE 'N'.
       01 WS-RATE-COUNT PIC 9(2) VALUE 0.
       01 WS-RATE-TBL.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
               10 WS-RT-ORIGIN PIC X(10).
               10 WS-RT-RATE PIC 9(5)V99.
       01 WS-RATE-IDX PIC 9(2).
       01 WS-MAP-COUNT PIC 9(3) VALUE 0.
       01 WS-MAP-TBL.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
               10 WS-MAP-USER PIC X(12).
               10 WS-MAP-CENTER PIC X(8).
       01 WS-MAP-IDX PIC 9(3).
       01 WS-UO-COUNT PIC 9(3) VALUE 0.
       01 WS-UO-TBL.
           05 WS-UO-ENTRY OCCURS 500 TIMES.
               10 WS-UO-USER PIC X(12).
               10 WS-UO-CENTER PIC X(8).
               10 WS-UO-ORIGIN PIC X(10).
               10 WS-UO-RATE PIC 9(5)V99.
               10 WS-UO-PRICED PIC X(1).
               10 WS-UO-RUNS PIC 9(7).
               10 WS-UO-HSEC PIC 9(12).
               10 WS-UO-CHARGE PIC 9(9)V99.
       01 WS-UO-IDX PIC 9(3).
       01 WS-USR-COUNT PIC 9(3) VALUE 0.
       01 WS-USR-TBL.
           05 WS-USR-ENTRY OCCURS 200 TIMES.
               10 WS-USR-USER PIC X(12).
               10 WS-USR-CENTER PIC X(8).
               10 WS-USR-RUNS PIC 9(7).
               10 WS-USR-HSEC PIC 9(12).
               10 WS-USR-CHARGE PIC 9(9)V99.
       01 WS-USR-IDX PIC 9(3).
       01 WS-CC-COUNT PIC 9(3) VALUE 0.
       01 WS-CC-TBL.
           05 WS-CC-ENTRY OCCURS 100 TIMES.
               10 WS-CC-CENTER PIC X(8).
               10 WS-CC-USERS PIC 9(3).
               10 WS-CC-RUNS PIC 9(7).
               10 WS-CC-HSEC PIC 9(12).
               10 WS-CC-CHARGE PIC 9(9)V99.
       01 WS-CC-IDX PIC 9(3).
       01 WS-ORG-COUNT PIC 9(2) VALUE 0.
       01 WS-ORG-TBL.
           05 WS-ORG-ENTRY OCCURS 20 TIMES.
               10 WS-ORG-ORIGIN PIC X(10).
               10 WS-ORG-RATE PIC 9(5)V99.
               10 WS-ORG-PRICED PIC X(1).
               10 WS-ORG-RUNS PIC 9(7).
               10 WS-ORG-HSEC PIC 9(12).
               10 WS-ORG-CHARGE PIC 9(9)V99.
       01 WS-ORG-IDX PIC 9(2).
       01 WS-TOTAL-RUNS PIC 9(7) VALUE 0.
       01 WS-TOTAL-HSEC PIC 9(12) VALUE 0.
       01 WS-TOTAL-CHARGE PIC 9(9)V99 VALUE 0.
       01 WS-UNPRICED-RUNS PIC 9(7) VALUE 0.
       01 WS-CSV-ROWS PIC 9(7) VALUE 0.
       01 WS-SEC-EDIT PIC ZZZZZZZZ9.99.
       01 WS-RATE-EDIT PIC ZZZZ9.99.
       01 WS-CHARGE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CSV-SEC PIC 9(10).99.
       01 WS-CSV-RATE PIC 9(5).99.
       01 WS-CSV-CHARGE PIC 9(9).99.
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
           PERFORM B00-LoadRateCard
           PERFORM B05-LoadCostCenters
           CALL "ReportVersion" USING WS-RPT-BASE WS-RPT-FILENAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open report file "
               FUNCTION TRIM(WS-RPT-FILENAME) " (status "
               WS-RPT-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM A02-WriteReportHeader
           PERFORM B10-ScanArchive
           PERFORM B20-ScanLiveLedger
           PERFORM D00-InvoiceByUser
           PERFORM D10-InvoiceByCenter
           PERFORM D20-InvoiceByOrigin
           PERFORM D30-InvoiceTotal
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM E00-WriteCsvFeed
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
      ***** The billing month comes off the command line as YYYYMM,
      ***** defaulting to the current month.
       A05-GetParameters.
           MOVE WS-RUN-DATE(1:6) TO WS-BILL-MONTH
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
             IF WS-ARG-VALUE(1:6) IS NOT NUMERIC
               OR WS-ARG-VALUE(5:2) < "01"
               OR WS-ARG-VALUE(5:2) > "12"
               DISPLAY "ABEND: billing month must be YYYYMM"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-ARG-VALUE(1:6) TO WS-BILL-MONTH
           END-IF
           MOVE SPACES TO WS-CSV-NAME
           STRING "project-euler/chargeback." WS-BILL-MONTH ".csv"
             DELIMITED BY SIZE INTO WS-CSV-NAME
           DISPLAY "Chargeback for " WS-BILL-MONTH
           .
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
      ***** instead of hand-formatting a title block here.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "ChargeBack" TO EURPTFMT-PROGRAM
           MOVE SPACES TO EURPTFMT-TITLE
           STRING "Monthly Chargeback " WS-BILL-MONTH
             DELIMITED BY SIZE INTO EURPTFMT-TITLE
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
           PERFORM VARYING WS-RPT-FMT-IDX FROM 1 BY 1
             UNTIL WS-RPT-FMT-IDX > EURPTFMT-LINE-COUNT
             MOVE EURPTFMT-LINE(WS-RPT-FMT-IDX) TO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM
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
      ***** Loads the rate card. The DEFAULT row, when present,
      ***** prices every origin the card does not name; a card that
      ***** cannot be read ends the run, since an invoice priced
      ***** from nothing would be worse than none.
       B00-LoadRateCard.
           MOVE 'N' TO EOF-RATE-FILE
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open rate card "
               "project-euler/euler.ratecard (status "
               WS-RATE-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-RATE-FILE = 'Y'
             READ RATE-FILE
               AT END MOVE 'Y' TO EOF-RATE-FILE
               NOT AT END
                 PERFORM B01-StoreRate
             END-READ
           END-PERFORM
           CLOSE RATE-FILE
           .
       B01-StoreRate.
           IF RATE-ORIGIN = SPACES
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(RATE-AMOUNT-X) NOT = 0
             DISPLAY "WARNING: rate card entry for "
               FUNCTION TRIM(RATE-ORIGIN) " has no usable rate ("
               FUNCTION TRIM(RATE-AMOUNT-X) "); ignored"
             EXIT PARAGRAPH
           END-IF
           IF RATE-ORIGIN = "DEFAULT"
             MOVE 'Y' TO WS-DEFAULT-SEEN
             COMPUTE WS-DEFAULT-RATE = FUNCTION NUMVAL(RATE-AMOUNT-X)
             EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT >= 20
             DISPLAY "ABEND: rate card holds more than 20 origins"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE RATE-ORIGIN TO WS-RT-ORIGIN(WS-RATE-COUNT)
           COMPUTE WS-RT-RATE(WS-RATE-COUNT) =
             FUNCTION NUMVAL(RATE-AMOUNT-X)
           .
      ***** Loads the user-to-cost-center map from euler.users. A
      ***** missing users file is not fatal: every run simply bills
      ***** to UNASSGND.
       B05-LoadCostCenters.
           MOVE 'N' TO EOF-USER-FILE
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot open project-euler/euler.users"
               " (status " WS-USER-STATUS-CD
               "); all runs bill to UNASSGND"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-USER-FILE = 'Y'
             READ USER-FILE
               AT END MOVE 'Y' TO EOF-USER-FILE
               NOT AT END
                 IF USER-ID NOT = SPACES
                   IF WS-MAP-COUNT >= 200
                     DISPLAY "ABEND: euler.users holds more than "
                       "200 users"
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                   END-IF
                   ADD 1 TO WS-MAP-COUNT
                   MOVE USER-ID TO WS-MAP-USER(WS-MAP-COUNT)
                   MOVE USER-COST-CENTER
                     TO WS-MAP-CENTER(WS-MAP-COUNT)
                   IF WS-MAP-CENTER(WS-MAP-COUNT) = SPACES
                     MOVE "UNASSGND" TO WS-MAP-CENTER(WS-MAP-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE USER-FILE
           .
      ***** The month's archive: every line is priced, and the
      ***** closing TRAILER RECORDS= count LedgerMonth wrote is
      ***** verified against the records actually read, so a short
      ***** archive cannot quietly become a short invoice.
       B10-ScanArchive.
           MOVE SPACES TO WS-ARCH-NAME
           STRING "project-euler/euler.ledger." WS-BILL-MONTH
             DELIMITED BY SIZE INTO WS-ARCH-NAME
           MOVE 'N' TO EOF-ARCH-FILE
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS-CD NOT = "00"
             DISPLAY "No archive " FUNCTION TRIM(WS-ARCH-NAME)
               "; billing from the live ledger only"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ARCH-REC-COUNT
           MOVE 0 TO WS-ARCH-TRAILER
           MOVE 'N' TO WS-ARCH-TRAILER-SEEN
           PERFORM WITH TEST AFTER UNTIL EOF-ARCH-FILE = 'Y'
             READ ARCH-FILE
               AT END MOVE 'Y' TO EOF-ARCH-FILE
               NOT AT END
                 IF ARCH-LINE(1:16) = "TRAILER RECORDS="
                   MOVE 'Y' TO WS-ARCH-TRAILER-SEEN
                   COMPUTE WS-ARCH-TRAILER =
                     FUNCTION NUMVAL(ARCH-LINE(17:10))
                 ELSE
                   ADD 1 TO WS-ARCH-REC-COUNT
                   MOVE ARCH-LINE TO WS-SCAN-LINE
                   PERFORM C50-PriceEntry
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           IF WS-ARCH-TRAILER-SEEN = 'N'
             OR WS-ARCH-REC-COUNT NOT = WS-ARCH-TRAILER
             MOVE SPACES TO RPT-LINE
             STRING "WARNING: archive "
               FUNCTION TRIM(WS-ARCH-NAME) " holds "
               WS-ARCH-REC-COUNT " records but its trailer says "
               WS-ARCH-TRAILER "; charges from it may be short"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 4 TO RETURN-CODE
           END-IF
           .
       B20-ScanLiveLedger.
           MOVE 'N' TO EOF-LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-LEDGER-FILE = 'Y'
             READ LEDGER-FILE
               AT END MOVE 'Y' TO EOF-LEDGER-FILE
               NOT AT END
                 MOVE LEDGER-LINE TO WS-SCAN-LINE
                 PERFORM C50-PriceEntry
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
      ***** Splits the line the way UtilRpt (elapsed) and EulerAudit
      ***** (user, origin) do; lines from before the user= and
      ***** origin= fields existed fall back to UNKNOWN / STANDALONE.
      ***** Each run is priced on its own and rounded to the cent,
      ***** so the invoice is the sum of its runs.
       C50-PriceEntry.
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-ENTRY-STAMP
           MOVE SPACES TO WS-ENTRY-ELAPSED-X
           MOVE SPACES TO WS-ENTRY-USER
           MOVE SPACES TO WS-ENTRY-ORIGIN
           UNSTRING WS-SCAN-LINE DELIMITED BY "answer="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           END-UNSTRING
           UNSTRING WS-PARSE-TAIL
             DELIMITED BY "  elapsed=" OR "  runid=" OR " "
             INTO WS-ENTRY-ANSWER WS-ENTRY-ELAPSED-X
           END-UNSTRING
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-ENTRY-PROGRAM WS-ENTRY-STAMP WS-ENTRY-PARMS
           END-UNSTRING
           IF WS-ENTRY-STAMP(1:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-MONTH NOT = WS-BILL-MONTH
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           UNSTRING WS-SCAN-LINE DELIMITED BY "  user="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           END-UNSTRING
           UNSTRING WS-PARSE-TAIL
             DELIMITED BY "  origin=" OR "  version="
             INTO WS-ENTRY-USER WS-ENTRY-ORIGIN WS-VERSION-PART
           END-UNSTRING
           IF WS-ENTRY-USER = SPACES
             MOVE "UNKNOWN" TO WS-ENTRY-USER
           END-IF
           IF WS-ENTRY-ORIGIN = SPACES
             MOVE "STANDALONE" TO WS-ENTRY-ORIGIN
           END-IF
           IF WS-ENTRY-ELAPSED-X = SPACES
             MOVE 0 TO WS-ENTRY-ELAPSED
           ELSE
             COMPUTE WS-ENTRY-ELAPSED =
               FUNCTION NUMVAL(WS-ENTRY-ELAPSED-X)
           END-IF
           PERFORM C55-FindRate
           PERFORM C56-FindCostCenter
           COMPUTE WS-ENTRY-CHARGE ROUNDED =
             WS-ENTRY-ELAPSED * WS-ENTRY-RATE / 360000
           ADD 1 TO WS-TOTAL-RUNS
           ADD WS-ENTRY-ELAPSED TO WS-TOTAL-HSEC
           ADD WS-ENTRY-CHARGE TO WS-TOTAL-CHARGE
           IF WS-ENTRY-PRICED = 'N'
             ADD 1 TO WS-UNPRICED-RUNS
           END-IF
           PERFORM C60-TallyUserOrigin
           PERFORM C65-TallyUser
           PERFORM C70-TallyCenter
           PERFORM C75-TallyOrigin
           .
       C55-FindRate.
           MOVE 'Y' TO WS-ENTRY-PRICED
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
             UNTIL WS-RATE-IDX > WS-RATE-COUNT
             IF WS-RT-ORIGIN(WS-RATE-IDX) = WS-ENTRY-ORIGIN
               MOVE WS-RT-RATE(WS-RATE-IDX) TO WS-ENTRY-RATE
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE WS-DEFAULT-RATE TO WS-ENTRY-RATE
           IF WS-DEFAULT-SEEN = 'N'
             MOVE 'N' TO WS-ENTRY-PRICED
           END-IF
           .
       C56-FindCostCenter.
           MOVE "UNASSGND" TO WS-ENTRY-CENTER
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
             UNTIL WS-MAP-IDX > WS-MAP-COUNT
             IF WS-MAP-USER(WS-MAP-IDX) = WS-ENTRY-USER
               MOVE WS-MAP-CENTER(WS-MAP-IDX) TO WS-ENTRY-CENTER
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .
       C60-TallyUserOrigin.
           PERFORM VARYING WS-UO-IDX FROM 1 BY 1
             UNTIL WS-UO-IDX > WS-UO-COUNT
             IF WS-UO-USER(WS-UO-IDX) = WS-ENTRY-USER
               AND WS-UO-ORIGIN(WS-UO-IDX) = WS-ENTRY-ORIGIN
               ADD 1 TO WS-UO-RUNS(WS-UO-IDX)
               ADD WS-ENTRY-ELAPSED TO WS-UO-HSEC(WS-UO-IDX)
               ADD WS-ENTRY-CHARGE TO WS-UO-CHARGE(WS-UO-IDX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-UO-COUNT >= 500
             DISPLAY "ABEND: more than 500 user/origin pairs to bill"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-UO-COUNT
           MOVE WS-ENTRY-USER TO WS-UO-USER(WS-UO-COUNT)
           MOVE WS-ENTRY-CENTER TO WS-UO-CENTER(WS-UO-COUNT)
           MOVE WS-ENTRY-ORIGIN TO WS-UO-ORIGIN(WS-UO-COUNT)
           MOVE WS-ENTRY-RATE TO WS-UO-RATE(WS-UO-COUNT)
           MOVE WS-ENTRY-PRICED TO WS-UO-PRICED(WS-UO-COUNT)
           MOVE 1 TO WS-UO-RUNS(WS-UO-COUNT)
           MOVE WS-ENTRY-ELAPSED TO WS-UO-HSEC(WS-UO-COUNT)
           MOVE WS-ENTRY-CHARGE TO WS-UO-CHARGE(WS-UO-COUNT)
           .
       C65-TallyUser.
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
             UNTIL WS-USR-IDX > WS-USR-COUNT
             IF WS-USR-USER(WS-USR-IDX) = WS-ENTRY-USER
               ADD 1 TO WS-USR-RUNS(WS-USR-IDX)
               ADD WS-ENTRY-ELAPSED TO WS-USR-HSEC(WS-USR-IDX)
               ADD WS-ENTRY-CHARGE TO WS-USR-CHARGE(WS-USR-IDX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-USR-COUNT >= 200
             DISPLAY "ABEND: more than 200 users to bill"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-USR-COUNT
           MOVE WS-ENTRY-USER TO WS-USR-USER(WS-USR-COUNT)
           MOVE WS-ENTRY-CENTER TO WS-USR-CENTER(WS-USR-COUNT)
           MOVE 1 TO WS-USR-RUNS(WS-USR-COUNT)
           MOVE WS-ENTRY-ELAPSED TO WS-USR-HSEC(WS-USR-COUNT)
           MOVE WS-ENTRY-CHARGE TO WS-USR-CHARGE(WS-USR-COUNT)
           .
      ***** A cost center's user count goes up once per new user,
      ***** which C65-TallyUser has just told us by adding a row.
       C70-TallyCenter.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
             UNTIL WS-CC-IDX > WS-CC-COUNT
             IF WS-CC-CENTER(WS-CC-IDX) = WS-ENTRY-CENTER
               ADD 1 TO WS-CC-RUNS(WS-CC-IDX)
               ADD WS-ENTRY-ELAPSED TO WS-CC-HSEC(WS-CC-IDX)
               ADD WS-ENTRY-CHARGE TO WS-CC-CHARGE(WS-CC-IDX)
               IF WS-USR-RUNS(WS-USR-IDX) = 1
                 ADD 1 TO WS-CC-USERS(WS-CC-IDX)
               END-IF
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-CC-COUNT >= 100
             DISPLAY "ABEND: more than 100 cost centers to bill"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-CC-COUNT
           MOVE WS-ENTRY-CENTER TO WS-CC-CENTER(WS-CC-COUNT)
           MOVE 1 TO WS-CC-USERS(WS-CC-COUNT)
           MOVE 1 TO WS-CC-RUNS(WS-CC-COUNT)
           MOVE WS-ENTRY-ELAPSED TO WS-CC-HSEC(WS-CC-COUNT)
           MOVE WS-ENTRY-CHARGE TO WS-CC-CHARGE(WS-CC-COUNT)
           .
       C75-TallyOrigin.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
             UNTIL WS-ORG-IDX > WS-ORG-COUNT
             IF WS-ORG-ORIGIN(WS-ORG-IDX) = WS-ENTRY-ORIGIN
               ADD 1 TO WS-ORG-RUNS(WS-ORG-IDX)
               ADD WS-ENTRY-ELAPSED TO WS-ORG-HSEC(WS-ORG-IDX)
               ADD WS-ENTRY-CHARGE TO WS-ORG-CHARGE(WS-ORG-IDX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-ORG-COUNT >= 20
             DISPLAY "ABEND: more than 20 run origins to bill"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ADD 1 TO WS-ORG-COUNT
           MOVE WS-ENTRY-ORIGIN TO WS-ORG-ORIGIN(WS-ORG-COUNT)
           MOVE WS-ENTRY-RATE TO WS-ORG-RATE(WS-ORG-COUNT)
           MOVE WS-ENTRY-PRICED TO WS-ORG-PRICED(WS-ORG-COUNT)
           MOVE 1 TO WS-ORG-RUNS(WS-ORG-COUNT)
           MOVE WS-ENTRY-ELAPSED TO WS-ORG-HSEC(WS-ORG-COUNT)
           MOVE WS-ENTRY-CHARGE TO WS-ORG-CHARGE(WS-ORG-COUNT)
           .
      ***** The invoice proper: each user's total, with one line per
      ***** run origin beneath it showing the rate that priced it.
       D00-InvoiceByUser.
           MOVE "-- Charges by user --" TO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
             UNTIL WS-USR-IDX > WS-USR-COUNT
             COMPUTE WS-SEC-EDIT = WS-USR-HSEC(WS-USR-IDX) / 100
             MOVE WS-USR-CHARGE(WS-USR-IDX) TO WS-CHARGE-EDIT
             MOVE SPACES TO RPT-LINE
             STRING "  " WS-USR-USER(WS-USR-IDX)
               "  center=" WS-USR-CENTER(WS-USR-IDX)
               "  runs=" WS-USR-RUNS(WS-USR-IDX)
               "  elapsed=" FUNCTION TRIM(WS-SEC-EDIT) "s"
               "  charge=" FUNCTION TRIM(WS-CHARGE-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             PERFORM D05-UserOriginLines
           END-PERFORM
           .
       D05-UserOriginLines.
           PERFORM VARYING WS-UO-IDX FROM 1 BY 1
             UNTIL WS-UO-IDX > WS-UO-COUNT
             IF WS-UO-USER(WS-UO-IDX) = WS-USR-USER(WS-USR-IDX)
               COMPUTE WS-SEC-EDIT = WS-UO-HSEC(WS-UO-IDX) / 100
               MOVE WS-UO-RATE(WS-UO-IDX) TO WS-RATE-EDIT
               MOVE WS-UO-CHARGE(WS-UO-IDX) TO WS-CHARGE-EDIT
               MOVE SPACES TO RPT-LINE
               IF WS-UO-PRICED(WS-UO-IDX) = 'N'
                 STRING "      " WS-UO-ORIGIN(WS-UO-IDX)
                   "  runs=" WS-UO-RUNS(WS-UO-IDX)
                   "  elapsed=" FUNCTION TRIM(WS-SEC-EDIT) "s"
                   "  UNPRICED - no rate on the card"
                   DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                 STRING "      " WS-UO-ORIGIN(WS-UO-IDX)
                   "  runs=" WS-UO-RUNS(WS-UO-IDX)
                   "  elapsed=" FUNCTION TRIM(WS-SEC-EDIT) "s"
                   "  rate=" FUNCTION TRIM(WS-RATE-EDIT) "/hr"
                   "  charge=" FUNCTION TRIM(WS-CHARGE-EDIT)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               PERFORM A97-WritePagedLine
             END-IF
           END-PERFORM
           .
       D10-InvoiceByCenter.
           MOVE "-- Charges by cost center --" TO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
             UNTIL WS-CC-IDX > WS-CC-COUNT
             COMPUTE WS-SEC-EDIT = WS-CC-HSEC(WS-CC-IDX) / 100
             MOVE WS-CC-CHARGE(WS-CC-IDX) TO WS-CHARGE-EDIT
             MOVE SPACES TO RPT-LINE
             STRING "  " WS-CC-CENTER(WS-CC-IDX)
               "  users=" WS-CC-USERS(WS-CC-IDX)
               "  runs=" WS-CC-RUNS(WS-CC-IDX)
               "  elapsed=" FUNCTION TRIM(WS-SEC-EDIT) "s"
               "  charge=" FUNCTION TRIM(WS-CHARGE-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-PERFORM
           .
       D20-InvoiceByOrigin.
           MOVE "-- Charges by run origin --" TO RPT-LINE
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
             UNTIL WS-ORG-IDX > WS-ORG-COUNT
             COMPUTE WS-SEC-EDIT = WS-ORG-HSEC(WS-ORG-IDX) / 100
             MOVE WS-ORG-RATE(WS-ORG-IDX) TO WS-RATE-EDIT
             MOVE WS-ORG-CHARGE(WS-ORG-IDX) TO WS-CHARGE-EDIT
             MOVE SPACES TO RPT-LINE
             IF WS-ORG-PRICED(WS-ORG-IDX) = 'N'
               STRING "  " WS-ORG-ORIGIN(WS-ORG-IDX)
                 "  runs=" WS-ORG-RUNS(WS-ORG-IDX)
                 "  elapsed=" FUNCTION TRIM(WS-SEC-EDIT) "s"
                 "  UNPRICED - no rate on the card"
                 DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               STRING "  " WS-ORG-ORIGIN(WS-ORG-IDX)
                 "  runs=" WS-ORG-RUNS(WS-ORG-IDX)
                 "  elapsed=" FUNCTION TRIM(WS-SEC-EDIT) "s"
                 "  rate=" FUNCTION TRIM(WS-RATE-EDIT) "/hr"
                 "  charge=" FUNCTION TRIM(WS-CHARGE-EDIT)
                 DELIMITED BY SIZE INTO RPT-LINE
             END-IF
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
           END-PERFORM
           .
       D30-InvoiceTotal.
           COMPUTE WS-SEC-EDIT = WS-TOTAL-HSEC / 100
           MOVE WS-TOTAL-CHARGE TO WS-CHARGE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "Total: " WS-TOTAL-RUNS " runs, "
             FUNCTION TRIM(WS-SEC-EDIT) "s elapsed, charge "
             FUNCTION TRIM(WS-CHARGE-EDIT)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           IF WS-UNPRICED-RUNS > 0
             MOVE SPACES TO RPT-LINE
             STRING "WARNING: " WS-UNPRICED-RUNS
               " runs carry an origin with no rate and no DEFAULT "
               "row; they are billed at nothing"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM A97-WritePagedLine
             DISPLAY FUNCTION TRIM(RPT-LINE)
             MOVE 4 TO RETURN-CODE
           END-IF
           .
      ***** The billing feed: one row per user and run origin, the
      ***** column header first and the TRAILER,<count> row last -
      ***** the convention every CSV writer in the shop follows and
      ***** balcheck CSV verifies.
       E00-WriteCsvFeed.
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open billing feed "
               FUNCTION TRIM(WS-CSV-NAME) " (status "
               WS-CSV-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "MONTH,USER,COSTCENTER,ORIGIN,RUNS,ELAPSED,RATE,CHARGE"
             TO CSV-LINE
           WRITE CSV-LINE
           PERFORM VARYING WS-UO-IDX FROM 1 BY 1
             UNTIL WS-UO-IDX > WS-UO-COUNT
             COMPUTE WS-CSV-SEC = WS-UO-HSEC(WS-UO-IDX) / 100
             MOVE WS-UO-RATE(WS-UO-IDX) TO WS-CSV-RATE
             MOVE WS-UO-CHARGE(WS-UO-IDX) TO WS-CSV-CHARGE
             MOVE SPACES TO CSV-LINE
             STRING WS-BILL-MONTH ","
               FUNCTION TRIM(WS-UO-USER(WS-UO-IDX)) ","
               FUNCTION TRIM(WS-UO-CENTER(WS-UO-IDX)) ","
               FUNCTION TRIM(WS-UO-ORIGIN(WS-UO-IDX)) ","
               WS-UO-RUNS(WS-UO-IDX) ","
               WS-CSV-SEC "," WS-CSV-RATE "," WS-CSV-CHARGE
               DELIMITED BY SIZE INTO CSV-LINE
             WRITE CSV-LINE
             ADD 1 TO WS-CSV-ROWS
           END-PERFORM
           MOVE SPACES TO CSV-LINE
           STRING "TRAILER," WS-CSV-ROWS
             DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           CLOSE CSV-FILE
           DISPLAY "Billing feed " FUNCTION TRIM(WS-CSV-NAME)
             ": " WS-CSV-ROWS " rows"
           .
      ***** Exit
       END PROGRAM ChargeBack.
