      *    across all three members; if one is found, the triplet is
      *    reported as a scaled multiple of the smaller primitive
      *    triplet left after dividing it out.
      *
      *    The triplets found for each target sum are banked in the
      *    keyed triplet master (project-euler/euler.triplets), an
      *    INDEXED file keyed on the perimeter that holds every
      *    triplet for that perimeter, each flagged primitive or
      *    not, with a record written even when a perimeter has none.
      *    A single run or a sweep answers each sum from the master
      *    by keyed read when the perimeter is already covered, and
      *    searches and banks it when it is not - the same cache the
      *    factor master gives Problem3 (see factorize.cbl). A master
      *    that cannot be opened only costs the cache; the run still
      *    searches.
      *
      *    Two maintenance modes look after the master directly:
      *        problem9 BUILD <from> <to>  fill the master for every
      *                                    perimeter in the range in
      *                                    one pass of Euclid's
      *                                    generator (at most 10000
      *                                    perimeters per run)
      *        problem9 VERIFY             re-check every stored
      *                                    triplet against its
      *                                    perimeter with the same
      *                                    reconciliation a search
      *                                    makes; RETURN-CODE 16 on
      *                                    any bad entry
      *    BUILD rewrites master records, so it is gated on the
      *    maintenance permission the way PrimeMaint's BUILD is.
      *****************************************************************
       PROGRAM-ID. Problem9.
       ENVIRONMENT DIVISION.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS-CD.
           SELECT TRIP-MASTER ASSIGN TO DYNAMIC WS-TM-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TM-PERIMETER
             FILE STATUS IS WS-TM-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
      ***** One record per perimeter. TM-SOURCE says how it was
      ***** filled: S by a search, E by the Euclid BUILD. Triplets
      ***** are held largest B first, the order the search finds
      ***** them in, so entry 1 is always the reported answer;
      ***** TM-OVERFLOW is set when the perimeter has more than the
      ***** fifty kept.
       FD TRIP-MASTER.
       01 TM-RECORD.
           05 TM-PERIMETER PIC 9(6).
           05 TM-COUNT PIC 9(4).
           05 TM-OVERFLOW PIC 9(1).
           05 TM-SOURCE PIC X(1).
           05 TM-BANKED-DATE PIC 9(8).
           05 TM-TRIPLET OCCURS 50 TIMES.
               10 TM-A PIC 9(6).
               10 TM-B PIC 9(6).
               10 TM-C PIC 9(6).
               10 TM-PRIMITIVE PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-RPT-STATUS-CD PIC XX.
       01 WS-RPT-BASE PIC X(60)
          VALUE "project-euler/problem9.rpt".
       01 WS-RPT-FILENAME PIC X(100).
       01 WS-TM-STATUS-CD PIC XX.
       01 WS-TM-PATH PIC X(100).
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-TM-OPEN PIC X(1) VALUE 'N'.
       01 WS-TM-FOUND PIC X(1).
       01 EOF-TRIP-MASTER PIC X(1).
       01 WS-RUN-MODE PIC X(8).
       01 WS-ARG-IDX PIC 9(1).
       01 WS-BUILD-START PIC 9(6).
       01 WS-BUILD-END PIC 9(6).
       01 WS-BUILD-MAX-SPAN PIC 9(6) VALUE 10000.
       01 WS-MASTER-HITS PIC 9(6) VALUE 0.
       01 WS-MASTER-BANKED PIC 9(6) VALUE 0.
       01 WS-EU-M PIC 9(4).
       01 WS-EU-N PIC 9(4).
       01 WS-EU-K PIC 9(6).
       01 WS-EU-P0 PIC 9(7).
       01 WS-EU-A PIC 9(6).
       01 WS-EU-B PIC 9(6).
       01 WS-EU-C PIC 9(6).
       01 WS-EU-SWAP PIC 9(6).
       01 WS-EU-PRIMITIVE PIC X(1).
       01 WS-INS-IDX PIC 9(4).
       01 WS-SHIFT-IDX PIC 9(4).
       01 WS-BUILD-PERIMETERS PIC 9(6) VALUE 0.
       01 WS-BUILD-TRIPLETS PIC 9(7) VALUE 0.
       01 WS-RECON-OK PIC X(1).
       01 WS-VERIFY-RECORDS PIC 9(7) VALUE 0.
       01 WS-VERIFY-TRIPLETS PIC 9(7) VALUE 0.
       01 WS-VERIFY-BAD PIC 9(7) VALUE 0.
       01 WS-PREV-B PIC 9(6).
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "Problem9".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-SWEEP-MODE PIC X(1) VALUE 'N'.
       01 WS-SWEEP-START PIC 9(6).
       01 WS-SWEEP-END PIC 9(6).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       01 WS-PC-VALUE PIC X(18).
       01 WS-PC-NUMBER PIC 9(18).
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 1.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
           PERFORM A05-GetParameters
           EVALUATE WS-RUN-MODE
             WHEN "BUILD"
               PERFORM A03-CheckMaintAuth
               PERFORM M00-BuildMaster
               PERFORM A99-ReportElapsedTime
               GOBACK
             WHEN "VERIFY"
               PERFORM V00-VerifyMaster
               PERFORM A99-ReportElapsedTime
               IF WS-VERIFY-BAD > 0
                 MOVE 16 TO RETURN-CODE
               END-IF
               GOBACK
           END-EVALUATE
           PERFORM T00-OpenMaster
           IF WS-SWEEP-MODE = 'Y'
             PERFORM S00-RunSweep
             PERFORM T90-CloseMaster
             MOVE WS-SWEEP-BEST TO WS-EULER-RESULT
             MOVE SPACES TO WS-LEDGER-PARMS
             STRING "SWEEP=" WS-SWEEP-START "-" WS-SWEEP-END
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           ELSE
             PERFORM T10-LookupOrSearch
             PERFORM T90-CloseMaster
             IF WS-TM-FOUND = 'Y'
               DISPLAY "Answered from triplet master (perimeter "
                 TARGET-SUM " banked " TM-BANKED-DATE ")"
             END-IF
             IF WS-TRIPLET-COUNT = 0
               PERFORM N00-ReportNoSolution
               PERFORM A99-ReportElapsedTime
               MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
               MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
               CALL "LedgerWriter" USING WS-LEDGER-PROGRAM
                 WS-LEDGER-PARMS WS-EULER-RESULT WS-ELAPSED-HSEC
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           GOBACK.
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
           .
      ***** BUILD rewrites master records, so it is gated on the
      ***** maintenance permission in the user-profile file (see
      ***** userauth.cbl), as PrimeMaint's BUILD is; VERIFY and the
      ***** ordinary banking of searched sums stay open to everyone.
      ***** The refusal itself is displayed and logged by UserAuth.
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
      ***** command line the way WS-P5-N-OVERRIDE does in Problem5.
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           MOVE "SEARCH" TO WS-RUN-MODE
           MOVE 'N' TO WS-SWEEP-MODE
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(1) TO EUPARM-VALUE(1)
             MOVE WS-EUPARM-OVR-VALUE(2) TO EUPARM-VALUE(2)
             MOVE WS-EUPARM-OVR-VALUE(3) TO EUPARM-VALUE(3)
           ELSE
             PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
               UNTIL WS-ARG-IDX > 3
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT EUPARM-VALUE(WS-ARG-IDX) FROM ARGUMENT-VALUE
                 ON EXCEPTION CONTINUE
               END-ACCEPT
             END-PERFORM
           END-IF
           IF EUPARM-VALUE(1) = "BUILD" OR EUPARM-VALUE(1) = "VERIFY"
             MOVE EUPARM-VALUE(1) TO WS-RUN-MODE
             IF WS-RUN-MODE = "BUILD"
               PERFORM A08-GetBuildRange
               PERFORM A10-ValidateBuildRange
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF EUPARM-VALUE(1) = SPACES
             MOVE 1000 TO TARGET-SUM
             END-IF
             MOVE WS-PC-NUMBER TO TARGET-SUM
           END-IF
           IF EUPARM-VALUE(2) NOT = SPACES
             MOVE 'Y' TO WS-SWEEP-MODE
             MOVE TARGET-SUM TO WS-SWEEP-START
             END-IF
           END-IF
           .
      ***** BUILD's perimeter range, both ends required and checked
      ***** the same way a sweep's sums are.
       A08-GetBuildRange.
           MOVE EUPARM-VALUE(2) TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF EUPARM-VALUE(2) = SPACES OR WS-PC-OK = 'N'
             OR WS-PC-NUMBER = 0 OR WS-PC-NUMBER > 999999
             DISPLAY "ABEND: BUILD needs a perimeter range, e.g. "
               "problem9 BUILD 1 5000 (got '"
               FUNCTION TRIM(EUPARM-VALUE(2)) "')"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO WS-BUILD-START
           MOVE EUPARM-VALUE(3) TO WS-PC-VALUE
           CALL "ParmCheck" USING WS-PC-VALUE WS-PC-NUMBER WS-PC-OK
           IF EUPARM-VALUE(3) = SPACES OR WS-PC-OK = 'N'
             OR WS-PC-NUMBER = 0 OR WS-PC-NUMBER > 999999
             DISPLAY "ABEND: BUILD needs a perimeter range, e.g. "
               "problem9 BUILD 1 5000 (got '"
               FUNCTION TRIM(EUPARM-VALUE(3)) "')"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PC-NUMBER TO WS-BUILD-END
           .
      ***** A backwards range, or one wider than a single BUILD is
      ***** allowed to rewrite, takes the standard rejection path.
       A10-ValidateBuildRange.
           IF WS-BUILD-END < WS-BUILD-START
             OR WS-BUILD-END - WS-BUILD-START >= WS-BUILD-MAX-SPAN
             DISPLAY "ABEND: BUILD range " WS-BUILD-START " thru "
               WS-BUILD-END " is backwards or spans more than "
               WS-BUILD-MAX-SPAN " perimeters; split it and rerun."
             MOVE SPACES TO WS-INC-FILE
             MOVE SPACES TO WS-INC-STATUS
             MOVE "triplet master BUILD range invalid"
               TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** A and C are solved in terms of B from the generalized
      ***** algebra a + b + c = TARGET-SUM, a**2 + b**2 = c**2, keeping
      ***** the factor of 2 in NUM/DENOM (rather than halving TARGET-
      ***** three-way GCD (computed pairwise: GCD(A,B), then GCD of
      ***** that result with C).
       G00-CheckScaled.
           PERFORM G05-TripletGCD
           IF GCD-VAL > 1
             COMPUTE WS-PRIM-A = WS-TRIPLET-A(WS-TRIPLET-IDX) / GCD-VAL
             COMPUTE WS-PRIM-B = WS-TRIPLET-B(WS-TRIPLET-IDX) / GCD-VAL
             DISPLAY "    primitive triplet"
           END-IF
           .
       G05-TripletGCD.
           MOVE WS-TRIPLET-A(WS-TRIPLET-IDX) TO GCD-A
           MOVE WS-TRIPLET-B(WS-TRIPLET-IDX) TO GCD-B
           PERFORM H00-ComputeGCD
           MOVE GCD-VAL TO GCD-A
           MOVE WS-TRIPLET-C(WS-TRIPLET-IDX) TO GCD-B
           PERFORM H00-ComputeGCD
           .
       H00-ComputeGCD.
           PERFORM UNTIL GCD-B = 0
             COMPUTE GCD-TMP = FUNCTION MOD(GCD-A, GCD-B)
      ***** wrong "special triplet" - a failed check ABENDs the run
      ***** instead of merely logging it.
       E00-ReconcileTriplet.
           PERFORM E05-CheckTriplet
           IF WS-RECON-OK = 'Y'
             DISPLAY "Reconciliation check passed: A + B + C = "
               WS-SUM-CHECK " and A^2 + B^2 = C^2 ("
               WS-SQUARE-CHECK-LHS ")"
             GOBACK
           END-IF
           .
      ***** The reconciliation itself, on A, B and C against
      ***** TARGET-SUM, shared by E00 above and the master VERIFY.
       E05-CheckTriplet.
           COMPUTE WS-SUM-CHECK = A + B + C
           COMPUTE WS-SQUARE-CHECK-LHS = A * A + B * B
           COMPUTE WS-SQUARE-CHECK-RHS = C * C
           IF WS-SUM-CHECK = TARGET-SUM
             AND WS-SQUARE-CHECK-LHS = WS-SQUARE-CHECK-RHS
             MOVE 'Y' TO WS-RECON-OK
           ELSE
             MOVE 'N' TO WS-RECON-OK
           END-IF
           .
      ***** The no-triplet case is its own explicit path now: a
      ***** clear console line, a zero answer with the ledger entry
      ***** marked NO-SOLUTION instead of carrying whatever junk was
           PERFORM S05-WriteReportHeader
           PERFORM VARYING TARGET-SUM FROM WS-SWEEP-START BY 1
             UNTIL TARGET-SUM > WS-SWEEP-END
             PERFORM T10-LookupOrSearch
             PERFORM S10-WriteSumSection
           END-PERFORM
           MOVE SPACES TO RPT-LINE
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           MOVE SPACES TO RPT-LINE
           STRING "Sums answered from triplet master: "
             WS-MASTER-HITS "   searched and banked: "
             WS-MASTER-BANKED
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM A97-WritePagedLine
           DISPLAY FUNCTION TRIM(RPT-LINE)
           PERFORM S98-WriteReportFooter
           CLOSE RPT-FILE
           .
             PERFORM A97-WritePagedLine
           END-PERFORM
           .
      ***** Opens the triplet master for the run, creating it on the
      ***** first use (status 35) the same way Factorize creates the
      ***** factor master. A master that will not open is warned
      ***** about and left out: every sum is then simply searched.
       T00-OpenMaster.
           MOVE "project-euler/euler.triplets" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-TM-PATH
           MOVE 'N' TO WS-TM-OPEN
           OPEN I-O TRIP-MASTER
           IF WS-TM-STATUS-CD = "35"
             OPEN OUTPUT TRIP-MASTER
             CLOSE TRIP-MASTER
             OPEN I-O TRIP-MASTER
           END-IF
           IF WS-TM-STATUS-CD = "00"
             MOVE 'Y' TO WS-TM-OPEN
           ELSE
             DISPLAY "WARNING: cannot open triplet master "
               FUNCTION TRIM(WS-TM-PATH) " (status "
               WS-TM-STATUS-CD "); searching without it"
           END-IF
           .
       T90-CloseMaster.
           IF WS-TM-OPEN = 'Y'
             CLOSE TRIP-MASTER
             MOVE 'N' TO WS-TM-OPEN
           END-IF
           .
      ***** Fills the triplet table for TARGET-SUM: from the master
      ***** when the perimeter is on it, otherwise by the search in
      ***** B00-Implementation, whose result is then banked.
       T10-LookupOrSearch.
           MOVE 0 TO WS-TRIPLET-COUNT
           MOVE 0 TO WS-TRIPLET-OVERFLOW
           MOVE 'N' TO WS-TM-FOUND
           IF WS-TM-OPEN = 'Y'
             MOVE TARGET-SUM TO TM-PERIMETER
             READ TRIP-MASTER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'Y' TO WS-TM-FOUND
             END-READ
           END-IF
           IF WS-TM-FOUND = 'Y'
             PERFORM T20-LoadFromMaster
             ADD 1 TO WS-MASTER-HITS
           ELSE
             PERFORM B00-Implementation
             IF WS-TM-OPEN = 'Y'
               PERFORM T30-BankPerimeter
               ADD 1 TO WS-MASTER-BANKED
             END-IF
           END-IF
           .
      ***** Loads the master record into the triplet table and sets
      ***** the answer from entry 1, exactly as B00 leaves them.
       T20-LoadFromMaster.
           MOVE TM-COUNT TO WS-TRIPLET-COUNT
           MOVE TM-OVERFLOW TO WS-TRIPLET-OVERFLOW
           PERFORM VARYING WS-TRIPLET-IDX FROM 1 BY 1
             UNTIL WS-TRIPLET-IDX > WS-TRIPLET-COUNT
             MOVE TM-A(WS-TRIPLET-IDX) TO WS-TRIPLET-A(WS-TRIPLET-IDX)
             MOVE TM-B(WS-TRIPLET-IDX) TO WS-TRIPLET-B(WS-TRIPLET-IDX)
             MOVE TM-C(WS-TRIPLET-IDX) TO WS-TRIPLET-C(WS-TRIPLET-IDX)
           END-PERFORM
           IF WS-TRIPLET-OVERFLOW = 1
             DISPLAY "Too many triplets, showing first 50"
           END-IF
           IF WS-TRIPLET-COUNT > 0
             MOVE WS-TRIPLET-A(1) TO A
             MOVE WS-TRIPLET-B(1) TO B
             MOVE WS-TRIPLET-C(1) TO C
             COMPUTE ANS = A * B * C
           END-IF
           .
      ***** Banks the searched perimeter, primitive flags and all; a
      ***** perimeter with no triplet is banked too (count zero), so
      ***** it is never searched again either. A failed write only
      ***** costs the cache, as in Factorize.
       T30-BankPerimeter.
           INITIALIZE TM-RECORD
           MOVE TARGET-SUM TO TM-PERIMETER
           MOVE WS-TRIPLET-COUNT TO TM-COUNT
           MOVE WS-TRIPLET-OVERFLOW TO TM-OVERFLOW
           MOVE 'S' TO TM-SOURCE
           MOVE WS-RUN-DATE TO TM-BANKED-DATE
           PERFORM VARYING WS-TRIPLET-IDX FROM 1 BY 1
             UNTIL WS-TRIPLET-IDX > WS-TRIPLET-COUNT
             MOVE WS-TRIPLET-A(WS-TRIPLET-IDX) TO TM-A(WS-TRIPLET-IDX)
             MOVE WS-TRIPLET-B(WS-TRIPLET-IDX) TO TM-B(WS-TRIPLET-IDX)
             MOVE WS-TRIPLET-C(WS-TRIPLET-IDX) TO TM-C(WS-TRIPLET-IDX)
             PERFORM G05-TripletGCD
             IF GCD-VAL = 1
               MOVE 'Y' TO TM-PRIMITIVE(WS-TRIPLET-IDX)
             ELSE
               MOVE 'N' TO TM-PRIMITIVE(WS-TRIPLET-IDX)
             END-IF
           END-PERFORM
           WRITE TM-RECORD
             INVALID KEY
               REWRITE TM-RECORD
                 INVALID KEY
                   DISPLAY "WARNING: triplet master write failed "
                     "for perimeter " TARGET-SUM " (status "
                     WS-TM-STATUS-CD ")"
               END-REWRITE
           END-WRITE
           .
      ***** BUILD: every perimeter in the range gets a fresh, empty
      ***** record first - so a perimeter with no triplet is covered
      ***** too - and one pass of Euclid's generator then files each
      ***** triplet under its perimeter. Every primitive triplet is
      ***** (m*m - n*n, 2mn, m*m + n*n) for exactly one m > n > 0
      ***** with m and n coprime and of opposite parity, perimeter
      ***** 2m(m + n); every other triplet is one multiple k of a
      ***** primitive one, so walking m, n and the multiples k that
      ***** land in the range reaches each triplet exactly once.
       M00-BuildMaster.
           PERFORM T00-OpenMaster
           IF WS-TM-OPEN = 'N'
             DISPLAY "ABEND: cannot open triplet master "
               FUNCTION TRIM(WS-TM-PATH) " for BUILD (status "
               WS-TM-STATUS-CD ")"
             MOVE WS-TM-PATH TO WS-INC-FILE
             MOVE WS-TM-STATUS-CD TO WS-INC-STATUS
             MOVE "cannot open triplet master for BUILD"
               TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING TARGET-SUM FROM WS-BUILD-START BY 1
             UNTIL TARGET-SUM > WS-BUILD-END
             INITIALIZE TM-RECORD
             MOVE TARGET-SUM TO TM-PERIMETER
             MOVE 'E' TO TM-SOURCE
             MOVE WS-RUN-DATE TO TM-BANKED-DATE
             WRITE TM-RECORD
               INVALID KEY
                 REWRITE TM-RECORD
             END-WRITE
             ADD 1 TO WS-BUILD-PERIMETERS
           END-PERFORM
           PERFORM VARYING WS-EU-M FROM 2 BY 1
             UNTIL 2 * WS-EU-M * (WS-EU-M + 1) > WS-BUILD-END
             PERFORM VARYING WS-EU-N FROM 1 BY 1
               UNTIL WS-EU-N >= WS-EU-M
               IF FUNCTION MOD(WS-EU-M - WS-EU-N, 2) = 1
                 MOVE WS-EU-M TO GCD-A
                 MOVE WS-EU-N TO GCD-B
                 PERFORM H00-ComputeGCD
                 COMPUTE WS-EU-P0 = 2 * WS-EU-M * (WS-EU-M + WS-EU-N)
                 IF GCD-VAL = 1 AND WS-EU-P0 <= WS-BUILD-END
                   PERFORM M10-PlaceMultiples
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM T90-CloseMaster
           MOVE "euler.triplets" TO WS-CJ-FILE
           MOVE "BUILD" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           STRING "perimeters " WS-BUILD-START " thru " WS-BUILD-END
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           STRING "rebuilt by Euclid: " WS-BUILD-PERIMETERS
             " perimeters, " WS-BUILD-TRIPLETS " triplets"
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           DISPLAY "Triplet master built for perimeters "
             WS-BUILD-START " thru " WS-BUILD-END ": "
             WS-BUILD-PERIMETERS " perimeters, "
             WS-BUILD-TRIPLETS " triplets"
           .
      ***** Files k times the primitive triplet under perimeter
      ***** k * WS-EU-P0 for every multiple k that lands in range.
       M10-PlaceMultiples.
           COMPUTE WS-EU-K = (WS-BUILD-START + WS-EU-P0 - 1) / WS-EU-P0
           PERFORM VARYING WS-EU-K FROM WS-EU-K BY 1
             UNTIL WS-EU-K * WS-EU-P0 > WS-BUILD-END
             COMPUTE WS-EU-A = WS-EU-K
               * (WS-EU-M * WS-EU-M - WS-EU-N * WS-EU-N)
             COMPUTE WS-EU-B = WS-EU-K * 2 * WS-EU-M * WS-EU-N
             COMPUTE WS-EU-C = WS-EU-K
               * (WS-EU-M * WS-EU-M + WS-EU-N * WS-EU-N)
             IF WS-EU-A > WS-EU-B
               MOVE WS-EU-A TO WS-EU-SWAP
               MOVE WS-EU-B TO WS-EU-A
               MOVE WS-EU-SWAP TO WS-EU-B
             END-IF
             IF WS-EU-K = 1
               MOVE 'Y' TO WS-EU-PRIMITIVE
             ELSE
               MOVE 'N' TO WS-EU-PRIMITIVE
             END-IF
             COMPUTE TM-PERIMETER = WS-EU-K * WS-EU-P0
             READ TRIP-MASTER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM M20-InsertTriplet
                 REWRITE TM-RECORD
                   INVALID KEY CONTINUE
                 END-REWRITE
                 ADD 1 TO WS-BUILD-TRIPLETS
             END-READ
           END-PERFORM
           .
      ***** Slots the triplet into the record keeping largest B
      ***** first, the search's own order; past fifty the smallest B
      ***** falls off and the overflow flag is set, matching the
      ***** first fifty the search would have kept.
       M20-InsertTriplet.
           MOVE 1 TO WS-INS-IDX
           PERFORM UNTIL WS-INS-IDX > TM-COUNT
             OR TM-B(WS-INS-IDX) < WS-EU-B
             ADD 1 TO WS-INS-IDX
           END-PERFORM
           IF TM-COUNT >= 50
             MOVE 1 TO TM-OVERFLOW
             IF WS-INS-IDX > 50
               EXIT PARAGRAPH
             END-IF
             MOVE 50 TO WS-SHIFT-IDX
           ELSE
             ADD 1 TO TM-COUNT
             MOVE TM-COUNT TO WS-SHIFT-IDX
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-SHIFT-IDX BY -1
             UNTIL WS-SHIFT-IDX <= WS-INS-IDX
             MOVE TM-TRIPLET(WS-SHIFT-IDX - 1)
               TO TM-TRIPLET(WS-SHIFT-IDX)
           END-PERFORM
           MOVE WS-EU-A TO TM-A(WS-INS-IDX)
           MOVE WS-EU-B TO TM-B(WS-INS-IDX)
           MOVE WS-EU-C TO TM-C(WS-INS-IDX)
           MOVE WS-EU-PRIMITIVE TO TM-PRIMITIVE(WS-INS-IDX)
           .
      ***** VERIFY: every stored triplet must reconcile against its
      ***** perimeter (E05-CheckTriplet, the check every search makes
      ***** before it answers), read A < B, sit in largest-B-first
      ***** order, and carry the primitive flag its three-way GCD
      ***** gives. Each bad entry is listed; any at all fails the run
      ***** (RETURN-CODE 16, set once the elapsed time is reported).
       V00-VerifyMaster.
           MOVE "project-euler/euler.triplets" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-TM-PATH
           OPEN INPUT TRIP-MASTER
           IF WS-TM-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open triplet master "
               FUNCTION TRIM(WS-TM-PATH) " (status "
               WS-TM-STATUS-CD "); run a search or BUILD first"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'N' TO EOF-TRIP-MASTER
           PERFORM WITH TEST AFTER UNTIL EOF-TRIP-MASTER = 'Y'
             READ TRIP-MASTER NEXT
               AT END MOVE 'Y' TO EOF-TRIP-MASTER
               NOT AT END PERFORM V10-VerifyRecord
             END-READ
           END-PERFORM
           CLOSE TRIP-MASTER
           IF WS-VERIFY-BAD = 0
             DISPLAY "Triplet master verified: " WS-VERIFY-RECORDS
               " perimeters, " WS-VERIFY-TRIPLETS " triplets"
           ELSE
             DISPLAY "Triplet master FAILED verification: "
               WS-VERIFY-BAD " bad entries in " WS-VERIFY-RECORDS
               " perimeters"
             MOVE WS-TM-PATH TO WS-INC-FILE
             MOVE SPACES TO WS-INC-STATUS
             MOVE "triplet master failed verification"
               TO WS-INC-MESSAGE
             CALL "IncidentLog" USING WS-LEDGER-PROGRAM
               WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
           END-IF
           .
       V10-VerifyRecord.
           ADD 1 TO WS-VERIFY-RECORDS
           IF TM-COUNT > 50
             ADD 1 TO WS-VERIFY-BAD
             DISPLAY "BAD COUNT for perimeter " TM-PERIMETER ": "
               TM-COUNT
             EXIT PARAGRAPH
           END-IF
           MOVE TM-PERIMETER TO TARGET-SUM
           MOVE 999999 TO WS-PREV-B
           PERFORM VARYING WS-TRIPLET-IDX FROM 1 BY 1
             UNTIL WS-TRIPLET-IDX > TM-COUNT
             ADD 1 TO WS-VERIFY-TRIPLETS
             MOVE TM-A(WS-TRIPLET-IDX) TO A
             MOVE TM-B(WS-TRIPLET-IDX) TO B
             MOVE TM-C(WS-TRIPLET-IDX) TO C
             PERFORM E05-CheckTriplet
             IF WS-RECON-OK = 'N' OR A = 0 OR A >= B
               OR B >= WS-PREV-B
               ADD 1 TO WS-VERIFY-BAD
               DISPLAY "BAD TRIPLET for perimeter " TM-PERIMETER
                 ": " A ", " B ", " C
             ELSE
               MOVE A TO WS-TRIPLET-A(WS-TRIPLET-IDX)
               MOVE B TO WS-TRIPLET-B(WS-TRIPLET-IDX)
               MOVE C TO WS-TRIPLET-C(WS-TRIPLET-IDX)
               PERFORM G05-TripletGCD
               IF (GCD-VAL = 1 AND TM-PRIMITIVE(WS-TRIPLET-IDX)
                 NOT = 'Y') OR (GCD-VAL > 1
                 AND TM-PRIMITIVE(WS-TRIPLET-IDX) NOT = 'N')
                 ADD 1 TO WS-VERIFY-BAD
                 DISPLAY "BAD PRIMITIVE FLAG for perimeter "
                   TM-PERIMETER ": " A ", " B ", " C " flagged "
                   TM-PRIMITIVE(WS-TRIPLET-IDX)
               END-IF
             END-IF
             MOVE B TO WS-PREV-B
           END-PERFORM
           .
      ***** Writes one detail line through the shared formatter's
      ***** page accounting: mode 'P' counts the line and hands back
      ***** a page-break block whenever a new page starts, which is
