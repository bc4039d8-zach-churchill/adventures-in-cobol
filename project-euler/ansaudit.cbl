       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Answer Audit
      *
      *    Cross-checks the answers programs give by one route
      *    against the same question answered by a sibling route,
      *    so a corrupted prime or factor master is caught by
      *    arithmetic rather than by luck. For each audited program
      *    the latest record on the keyed results master
      *    (project-euler/euler.results, see copybooks/EURESULT.cpy)
      *    supplies the parameters and the answer, and the answer is
      *    recomputed from the masters:
      *        Problem7   N=<n>        the n-th record of the prime
      *                                master in key order (the
      *                                route PrimeQuery's "N k"
      *                                takes)
      *        Problem10  CEILING=<c>  a straight sum of the prime
      *                                master's records below c
      *        Problem3   NUM=<num>    the largest factor on the
      *                                Factorize master record for
      *                                NUM (read-only lookup)
      *        Problem5   N=<n>        the LCM of the Factorize
      *                                results for 1..N, folded
      *                                into a max-power table
      *
      *    Each pair reports AGREE or DISAGREE. A pair that cannot
      *    be recomputed - no run on file, a FILE= batch run with no
      *    single sibling, a master that does not reach far enough,
      *    a NUM never banked on the factor master - reports
      *    UNVERIFIED with the reason, and does not fail the audit.
      *    Any DISAGREE sets RETURN-CODE 8, so a nightly step can
      *    gate on it; RETURN-CODE 16 when the results master cannot
      *    be opened at all.
      *
      *    Report goes to the console and, through ReportFormat, to
      *    a versioned project-euler/ansaudit.rpt.
      *
      *    CALLs Factorize, so compile together with factorize.cbl
      *    and the report modules (reportformat, reportversion).
      *****************************************************************
       PROGRAM-ID. AnsAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "project-euler/euler.results"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RESULT-KEY
             FILE STATUS IS WS-RESULT-STATUS-CD.
           SELECT MASTER-FILE ASSIGN TO "project-euler/euler.primes"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MASTER-PRIME
             FILE STATUS IS WS-MASTER-STATUS-CD.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD RESULT-FILE.
       COPY EURESULT.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-PRIME PIC 9(13).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS-CD PIC XX.
       01 WS-MASTER-STATUS-CD PIC XX.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/ansaudit.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 EOF-RESULT-FILE PIC X.
       01 EOF-MASTER-FILE PIC X.
       01 WS-MASTER-OK PIC X(1) VALUE 'N'.
       01 WS-AUD-PROGRAM PIC X(12).
       01 WS-LATEST-FOUND PIC X(1).
       01 WS-LATEST-STAMP PIC X(17).
       01 WS-LATEST-PARMS PIC X(60).
       01 WS-LATEST-ANSWER PIC 9(20).
       01 WS-PARM-KEY PIC X(20).
       01 WS-PARM-TEXT PIC X(40).
       01 WS-PARM-VALUE PIC 9(13).
       01 WS-PARM-OK PIC X(1).
       01 WS-SIBLING PIC X(30).
       01 WS-RECOMPUTED PIC 9(20).
       01 WS-VERDICT PIC X(10).
       01 WS-VERDICT-NOTE PIC X(60).
       01 WS-ANSWER-EDIT PIC Z(19)9.
       01 WS-RECOMP-EDIT PIC Z(19)9.
       01 WS-SEQ-COUNT PIC 9(13).
       01 WS-LAST-PRIME PIC 9(13).
       01 WS-PRIME-SUM PIC 9(20).
       01 WS-FZ-MODE PIC X(1).
       01 WS-FZ-NUMBER PIC 9(12).
       01 WS-FZ-COUNT PIC 9(2).
       01 WS-FZ-TBL.
           05 WS-FZ-FACTOR OCCURS 12 TIMES.
               10 WS-FZ-PRIME PIC 9(12).
               10 WS-FZ-POWER PIC 9(2).
       01 WS-FZ-FOUND PIC X(1).
       01 WS-FZ-IDX PIC 9(2).
       01 WS-LCM-COUNT PIC 9(2) VALUE 0.
       01 WS-LCM-TBL.
           05 WS-LCM-ENTRY OCCURS 40 TIMES.
               10 WS-LCM-PRIME PIC 9(12).
               10 WS-LCM-POWER PIC 9(2).
       01 WS-LCM-IDX PIC 9(2).
       01 WS-LCM-HIT PIC 9(2).
       01 WS-LCM-OVERFLOW PIC X(1).
       01 WS-MEMBER PIC 9(3).
       01 WS-POWER-IDX PIC 9(2).
       01 WS-AGREE-COUNT PIC 9(2) VALUE 0.
       01 WS-DISAGREE-COUNT PIC 9(2) VALUE 0.
       01 WS-UNVERIFIED-COUNT PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-PAGED-LINE PIC X(130).
       COPY EUTIME.
       COPY EUDATE.
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open results master "
               "project-euler/euler.results (status "
               WS-RESULT-STATUS-CD "); run resultload first"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS-CD = "00"
             MOVE 'Y' TO WS-MASTER-OK
           END-IF
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
           PERFORM C10-AuditProblem7
           PERFORM C20-AuditProblem10
           PERFORM C30-AuditProblem3
           PERFORM C40-AuditProblem5
           MOVE SPACES TO RPT-LINE
           STRING "Pairs audited: 4  agree: " WS-AGREE-COUNT
             "  disagree: " WS-DISAGREE-COUNT
             "  unverified: " WS-UNVERIFIED-COUNT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           IF WS-MASTER-OK = 'Y'
             CLOSE MASTER-FILE
           END-IF
           CLOSE RESULT-FILE
           PERFORM A99-ReportElapsedTime
           IF WS-DISAGREE-COUNT > 0
             DISPLAY "Answer audit FAILED: " WS-DISAGREE-COUNT
               " pairs disagree"
             MOVE 8 TO RETURN-CODE
           END-IF
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
      ***** Builds and writes the report's opening lines through the
      ***** shared ReportFormat subprogram (see reportformat.cbl)
      ***** instead of hand-formatting a title block here.
       A02-WriteReportHeader.
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "AnsAudit" TO EURPTFMT-PROGRAM
           MOVE "Cross-Program Answer Consistency Audit"
             TO EURPTFMT-TITLE
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
      ***** The latest record for WS-AUD-PROGRAM: START on the
      ***** program with the lowest date and READ NEXT while the
      ***** program holds; the key orders its runs by date and
      ***** time, so the last one read is the latest.
       B10-FindLatest.
           MOVE 'N' TO WS-LATEST-FOUND
           MOVE SPACES TO WS-LATEST-PARMS
           MOVE 0 TO WS-LATEST-ANSWER
           MOVE WS-AUD-PROGRAM TO RESULT-PROGRAM
           MOVE 0 TO RESULT-RUN-DATE
           MOVE 0 TO RESULT-RUN-TIME
           START RESULT-FILE KEY NOT LESS THAN RESULT-KEY
             INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE 'N' TO EOF-RESULT-FILE
           PERFORM UNTIL EOF-RESULT-FILE = 'Y'
             READ RESULT-FILE NEXT
               AT END MOVE 'Y' TO EOF-RESULT-FILE
               NOT AT END
                 IF RESULT-PROGRAM NOT = WS-AUD-PROGRAM
                   MOVE 'Y' TO EOF-RESULT-FILE
                 ELSE
                   MOVE 'Y' TO WS-LATEST-FOUND
                   MOVE SPACES TO WS-LATEST-STAMP
                   STRING RESULT-RUN-DATE "-" RESULT-RUN-TIME
                     DELIMITED BY SIZE INTO WS-LATEST-STAMP
                   MOVE RESULT-PARMS TO WS-LATEST-PARMS
                   MOVE RESULT-ANSWER TO WS-LATEST-ANSWER
                 END-IF
             END-READ
           END-PERFORM
           .
      ***** Splits the latest run's "KEY=value" parameter string;
      ***** WS-PARM-OK comes back N when the key is not the one
      ***** wanted or the value is not a number.
       B20-ParseParm.
           MOVE 'N' TO WS-PARM-OK
           MOVE 0 TO WS-PARM-VALUE
           MOVE SPACES TO WS-PARM-TEXT
           MOVE SPACES TO WS-SIBLING
           UNSTRING WS-LATEST-PARMS DELIMITED BY "="
             INTO WS-SIBLING WS-PARM-TEXT
           END-UNSTRING
           IF WS-SIBLING NOT = WS-PARM-KEY
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PARM-TEXT) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PARM-VALUE = FUNCTION NUMVAL(WS-PARM-TEXT)
           MOVE 'Y' TO WS-PARM-OK
           .
      ***** One verdict line per pair; DISAGREE is what fails the
      ***** audit, UNVERIFIED is reported but does not.
       B90-EmitVerdict.
           EVALUATE WS-VERDICT
             WHEN "AGREE"
               ADD 1 TO WS-AGREE-COUNT
             WHEN "DISAGREE"
               ADD 1 TO WS-DISAGREE-COUNT
             WHEN OTHER
               ADD 1 TO WS-UNVERIFIED-COUNT
           END-EVALUATE
           MOVE WS-LATEST-ANSWER TO WS-ANSWER-EDIT
           MOVE WS-RECOMPUTED TO WS-RECOMP-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-VERDICT = "UNVERIFIED"
             STRING WS-AUD-PROGRAM " " FUNCTION TRIM(WS-VERDICT)
               " - " FUNCTION TRIM(WS-VERDICT-NOTE)
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING WS-AUD-PROGRAM " " FUNCTION TRIM(WS-VERDICT)
               "  " FUNCTION TRIM(WS-LATEST-PARMS)
               "  answer=" FUNCTION TRIM(WS-ANSWER-EDIT)
               "  " FUNCTION TRIM(WS-SIBLING) "="
               FUNCTION TRIM(WS-RECOMP-EDIT)
               "  run " WS-LATEST-STAMP
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           .
      ***** Settles AGREE or DISAGREE once a sibling value exists.
       B95-Compare.
           IF WS-RECOMPUTED = WS-LATEST-ANSWER
             MOVE "AGREE" TO WS-VERDICT
           ELSE
             MOVE "DISAGREE" TO WS-VERDICT
           END-IF
           .
      ***** Problem7's n-th prime against the n-th record of the
      ***** prime master, read in key order from the front.
       C10-AuditProblem7.
           MOVE "Problem7" TO WS-AUD-PROGRAM
           MOVE 0 TO WS-RECOMPUTED
           MOVE "UNVERIFIED" TO WS-VERDICT
           PERFORM B10-FindLatest
           IF WS-LATEST-FOUND = 'N'
             MOVE "no Problem7 run on the results master"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PARM-KEY
           PERFORM B20-ParseParm
           IF WS-PARM-OK = 'N' OR WS-PARM-VALUE = 0
             MOVE "latest run carries no N= parameter"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-OK = 'N'
             MOVE "prime master project-euler/euler.primes not open"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           PERFORM C15-StartAtFront
           MOVE 0 TO WS-SEQ-COUNT
           PERFORM UNTIL WS-SEQ-COUNT >= WS-PARM-VALUE
             OR EOF-MASTER-FILE = 'Y'
             READ MASTER-FILE NEXT
               AT END MOVE 'Y' TO EOF-MASTER-FILE
               NOT AT END
                 ADD 1 TO WS-SEQ-COUNT
                 MOVE MASTER-PRIME TO WS-LAST-PRIME
             END-READ
           END-PERFORM
           IF WS-SEQ-COUNT < WS-PARM-VALUE
             MOVE SPACES TO WS-VERDICT-NOTE
             STRING "prime master holds only " WS-SEQ-COUNT
               " primes" DELIMITED BY SIZE INTO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE "PrimeQuery N" TO WS-SIBLING
           MOVE WS-LAST-PRIME TO WS-RECOMPUTED
           PERFORM B95-Compare
           PERFORM B90-EmitVerdict
           .
      ***** Positions the prime master at its first record.
       C15-StartAtFront.
           MOVE 'N' TO EOF-MASTER-FILE
           MOVE 0 TO MASTER-PRIME
           START MASTER-FILE KEY GREATER THAN MASTER-PRIME
             INVALID KEY MOVE 'Y' TO EOF-MASTER-FILE
           END-START
           .
      ***** Problem10's segmented-sieve sum against a straight sum
      ***** of the master's primes below the ceiling. The master has
      ***** to reach the ceiling for the sum to be whole, which a
      ***** large ceiling's run does not need (it extends the master
      ***** only to the square root), so a short master is reported
      ***** UNVERIFIED rather than as a disagreement.
       C20-AuditProblem10.
           MOVE "Problem10" TO WS-AUD-PROGRAM
           MOVE 0 TO WS-RECOMPUTED
           MOVE "UNVERIFIED" TO WS-VERDICT
           PERFORM B10-FindLatest
           IF WS-LATEST-FOUND = 'N'
             MOVE "no Problem10 run on the results master"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE "CEILING" TO WS-PARM-KEY
           PERFORM B20-ParseParm
           IF WS-PARM-OK = 'N'
             MOVE "latest run carries no CEILING= parameter"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-OK = 'N'
             MOVE "prime master project-euler/euler.primes not open"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           PERFORM C15-StartAtFront
           MOVE 0 TO WS-PRIME-SUM
           MOVE 0 TO WS-LAST-PRIME
           PERFORM UNTIL EOF-MASTER-FILE = 'Y'
             READ MASTER-FILE NEXT
               AT END MOVE 'Y' TO EOF-MASTER-FILE
               NOT AT END
                 MOVE MASTER-PRIME TO WS-LAST-PRIME
                 IF MASTER-PRIME >= WS-PARM-VALUE
                   MOVE 'R' TO EOF-MASTER-FILE
                 ELSE
                   ADD MASTER-PRIME TO WS-PRIME-SUM
                 END-IF
             END-READ
           END-PERFORM
           IF EOF-MASTER-FILE NOT = 'R'
             MOVE SPACES TO WS-VERDICT-NOTE
             STRING "prime master reaches only " WS-LAST-PRIME
               DELIMITED BY SIZE INTO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE "master sum" TO WS-SIBLING
           MOVE WS-PRIME-SUM TO WS-RECOMPUTED
           PERFORM B95-Compare
           PERFORM B90-EmitVerdict
           .
      ***** Problem3's largest prime factor against the last (the
      ***** largest) factor on the Factorize master record for NUM.
      ***** A read-only lookup: a NUM never banked is UNVERIFIED,
      ***** not computed here.
       C30-AuditProblem3.
           MOVE "Problem3" TO WS-AUD-PROGRAM
           MOVE 0 TO WS-RECOMPUTED
           MOVE "UNVERIFIED" TO WS-VERDICT
           PERFORM B10-FindLatest
           IF WS-LATEST-FOUND = 'N'
             MOVE "no Problem3 run on the results master"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE "NUM" TO WS-PARM-KEY
           PERFORM B20-ParseParm
           IF WS-PARM-OK = 'N'
             MOVE "latest run is not a single NUM= run"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-FZ-MODE
           MOVE WS-PARM-VALUE TO WS-FZ-NUMBER
           CALL "Factorize" USING WS-FZ-MODE WS-FZ-NUMBER
             WS-FZ-COUNT WS-FZ-TBL WS-FZ-FOUND
           IF WS-FZ-FOUND NOT = 'Y' OR WS-FZ-COUNT = 0
             MOVE "NUM not on the factor master euler.factors"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE "Factorize" TO WS-SIBLING
           MOVE WS-FZ-PRIME(WS-FZ-COUNT) TO WS-RECOMPUTED
           PERFORM B95-Compare
           PERFORM B90-EmitVerdict
           .
      ***** Problem5's smallest multiple against the LCM of the
      ***** Factorize results for 1..N: each member's factorization
      ***** is folded into a max-power table, and the table's
      ***** product is the LCM.
       C40-AuditProblem5.
           MOVE "Problem5" TO WS-AUD-PROGRAM
           MOVE 0 TO WS-RECOMPUTED
           MOVE "UNVERIFIED" TO WS-VERDICT
           PERFORM B10-FindLatest
           IF WS-LATEST-FOUND = 'N'
             MOVE "no Problem5 run on the results master"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PARM-KEY
           PERFORM B20-ParseParm
           IF WS-PARM-OK = 'N' OR WS-PARM-VALUE = 0
             MOVE "latest run is not a 1..N range run"
               TO WS-VERDICT-NOTE
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LCM-COUNT
           PERFORM VARYING WS-MEMBER FROM 2 BY 1
             UNTIL WS-MEMBER > WS-PARM-VALUE
             MOVE 'F' TO WS-FZ-MODE
             MOVE WS-MEMBER TO WS-FZ-NUMBER
             CALL "Factorize" USING WS-FZ-MODE WS-FZ-NUMBER
               WS-FZ-COUNT WS-FZ-TBL WS-FZ-FOUND
             PERFORM C45-FoldFactors
           END-PERFORM
           MOVE 'N' TO WS-LCM-OVERFLOW
           MOVE 1 TO WS-RECOMPUTED
           PERFORM VARYING WS-LCM-IDX FROM 1 BY 1
             UNTIL WS-LCM-IDX > WS-LCM-COUNT OR WS-LCM-OVERFLOW = 'Y'
             PERFORM VARYING WS-POWER-IDX FROM 1 BY 1
               UNTIL WS-POWER-IDX > WS-LCM-POWER(WS-LCM-IDX)
               OR WS-LCM-OVERFLOW = 'Y'
               COMPUTE WS-RECOMPUTED =
                 WS-RECOMPUTED * WS-LCM-PRIME(WS-LCM-IDX)
                 ON SIZE ERROR MOVE 'Y' TO WS-LCM-OVERFLOW
               END-COMPUTE
             END-PERFORM
           END-PERFORM
           IF WS-LCM-OVERFLOW = 'Y'
             MOVE "LCM of 1..N is wider than 20 digits"
               TO WS-VERDICT-NOTE
             MOVE 0 TO WS-RECOMPUTED
             PERFORM B90-EmitVerdict
             EXIT PARAGRAPH
           END-IF
           MOVE "Factorize LCM" TO WS-SIBLING
           PERFORM B95-Compare
           PERFORM B90-EmitVerdict
           .
      ***** Keeps the highest power of each prime seen so far.
       C45-FoldFactors.
           PERFORM VARYING WS-FZ-IDX FROM 1 BY 1
             UNTIL WS-FZ-IDX > WS-FZ-COUNT
             MOVE 0 TO WS-LCM-HIT
             PERFORM VARYING WS-LCM-IDX FROM 1 BY 1
               UNTIL WS-LCM-IDX > WS-LCM-COUNT OR WS-LCM-HIT > 0
               IF WS-LCM-PRIME(WS-LCM-IDX) = WS-FZ-PRIME(WS-FZ-IDX)
                 MOVE WS-LCM-IDX TO WS-LCM-HIT
               END-IF
             END-PERFORM
             IF WS-LCM-HIT = 0
               IF WS-LCM-COUNT < 40
                 ADD 1 TO WS-LCM-COUNT
                 MOVE WS-FZ-PRIME(WS-FZ-IDX)
                   TO WS-LCM-PRIME(WS-LCM-COUNT)
                 MOVE WS-FZ-POWER(WS-FZ-IDX)
                   TO WS-LCM-POWER(WS-LCM-COUNT)
               END-IF
             ELSE
               IF WS-FZ-POWER(WS-FZ-IDX) > WS-LCM-POWER(WS-LCM-HIT)
                 MOVE WS-FZ-POWER(WS-FZ-IDX)
                   TO WS-LCM-POWER(WS-LCM-HIT)
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Exit
       END PROGRAM AnsAudit.
