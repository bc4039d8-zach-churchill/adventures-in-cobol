      *                                    every prime up to <bound>
      *        primemaint VERIFY           confirm the master is
      *                                    ascending and every entry
      *                                    is prime, and recheck the
      *                                    prime-sum table against
      *                                    it; RETURN-CODE 16 on any
      *                                    bad entry
      *        primemaint DEMAND           extend the master to the
      *                                    highest outstanding prime
      *                                    demand and clear the
      *                                    demands that satisfies
      *        primemaint SUMS             bring the prime-sum table
      *                                    up to the master's reach
      *
      *    The prime-sum table (project-euler/euler.primesums, see
      *    copybooks/EUPSUMS.cpy) holds the count and sum of the
      *    primes below every multiple of 100000, so Problem10 and
      *    PrimeQuery's C query can start from the nearest boundary
      *    instead of from two. Every boundary the master covers is
      *    derived from it in one pass: SUMS does that on its own,
      *    and EXTEND and DEMAND do it after every extension, adding
      *    boundaries not yet on file and correcting any that
      *    disagree. Boundaries past the master's reach are
      *    Problem10's, written as its sieve passes them; they are
      *    left alone here, and VERIFY counts them as not checkable
      *    rather than passing them.
      *
      *    DEMAND is the nightly step: programs that had to work above
      *    the master's high-water mark leave demand records (see
      *    primedemand.cbl and copybooks/EUDEMAND.cpy), and this mode
      *    extends the master up to the highest of them, capped by
      *    the PRIME-DEMAND-MAX setting in euler.config (default
      *    1299709, the 100000th prime - as far as the in-memory
      *    prime table reaches). Demands at or below the new reach
      *    are cleared; any above the cap stay on file and are
      *    reported, so a run asking for more than the nightly step
      *    will do is visible rather than silently dropped. Repeat
      *    demands from one program are kept as a single record at
      *    that program's highest bound. Should more programs have
      *    demands on file than the table holds, every record still
      *    counts toward the extension target, but the demand file
      *    is left exactly as it was and the run ends RETURN-CODE 8.
      *****************************************************************
       PROGRAM-ID. PrimeMaint.
       ENVIRONMENT DIVISION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MASTER-PRIME
             FILE STATUS IS WS-MASTER-STATUS-CD.
           SELECT PSUM-FILE
             ASSIGN TO "project-euler/euler.primesums"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PSUM-BOUNDARY
             FILE STATUS IS WS-PSUM-STATUS-CD.
           SELECT DEMAND-FILE
             ASSIGN TO DYNAMIC WS-DEMAND-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEMAND-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD DEMAND-FILE.
       COPY EUDEMAND.
       FD P7-FILE.
       01 P7-LINE PIC X(80).
       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-PRIME PIC 9(13).
       FD PSUM-FILE.
       COPY EUPSUMS.
       WORKING-STORAGE SECTION.
       01 WS-P7-STATUS-CD PIC XX.
       01 WS-MASTER-STATUS-CD PIC XX.
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-OLD-HIGH PIC 9(13).
       01 WS-DEMAND-STATUS-CD PIC XX.
       01 WS-DEMAND-PATH PIC X(100)
          VALUE "project-euler/euler.primedemand".
       01 WS-PN-DEFAULT PIC X(80).
       01 EOF-DEMAND-FILE PIC X VALUE 'N'.
      ***** One entry per program with a demand on file, holding
      ***** that program's highest demand record.
       01 WS-DEMAND-MAX PIC 9(4) VALUE 500.
       01 WS-DEMAND-COUNT PIC 9(4) VALUE 0.
       01 WS-DEMAND-TBL.
           05 WS-DEMAND-ENTRY OCCURS 500 TIMES.
               10 WS-DMD-LINE PIC X(44).
               10 WS-DMD-BOUND PIC 9(13).
       01 WS-DEMAND-IDX PIC 9(4).
       01 WS-DEMAND-FOUND PIC X(1).
       01 WS-DEMAND-READ PIC 9(6) VALUE 0.
       01 WS-DEMAND-FOLDED PIC 9(6) VALUE 0.
       01 WS-DEMAND-OVERFLOW PIC 9(6) VALUE 0.
       01 WS-DEMAND-UNREADABLE PIC 9(6) VALUE 0.
       01 WS-DEMAND-HIGH PIC 9(13) VALUE 0.
       01 WS-DEMAND-CAP PIC 9(13) VALUE 1299709.
       01 WS-DEMAND-TARGET PIC 9(13).
       01 WS-MASTER-HIGH PIC 9(13).
       01 WS-REACHED PIC 9(13).
       01 WS-CLEARED-COUNT PIC 9(4) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-CG-KEY PIC X(24).
       01 WS-CG-VALUE PIC X(56).
       01 WS-CG-FOUND PIC X(1).
       01 WS-PSUM-STATUS-CD PIC XX.
       01 WS-PSUM-ACTION PIC X(1).
       01 WS-PSUM-STEP PIC 9(13) VALUE 100000.
       01 WS-PSUM-NEXT PIC 9(13).
       01 WS-PSUM-COUNT PIC 9(13).
       01 WS-PSUM-SUM PIC 9(18).
       01 WS-PSUM-ADDED PIC 9(6) VALUE 0.
       01 WS-PSUM-CORRECTED PIC 9(6) VALUE 0.
       01 WS-PSUM-CHECKED PIC 9(6) VALUE 0.
       01 WS-PSUM-MISSING PIC 9(6) VALUE 0.
       01 WS-PSUM-BEYOND PIC 9(6) VALUE 0.
       01 WS-PSUM-BAD PIC 9(6) VALUE 0.
       01 WS-PSUM-TABLE PIC X(1).
       01 EOF-PSUM-FILE PIC X VALUE 'N'.
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
               PERFORM C00-ExtendMaster
             WHEN "VERIFY"
               PERFORM D00-VerifyMaster
             WHEN "DEMAND"
               PERFORM A03-CheckMaintAuth
               PERFORM F00-ServeDemand
             WHEN "SUMS"
               PERFORM A03-CheckMaintAuth
               PERFORM H00-BuildSums
             WHEN OTHER
               DISPLAY "ABEND: mode must be BUILD, EXTEND <bound>, "
                 "VERIFY, DEMAND or SUMS (got " FUNCTION TRIM(WS-MODE)
                 ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Run Date: " WS-RUN-DATE "  Run Time: " WS-RUN-TIME
           .
      ***** BUILD, EXTEND, DEMAND and SUMS rewrite or grow the live
      ***** prime master or the prime-sum table, so they are gated
      ***** on the maintenance permission in the user-profile file
      ***** (see userauth.cbl); VERIFY stays open to everyone. The
      ***** refusal itself is displayed and logged by UserAuth.
       A03-CheckMaintAuth.
           MOVE 'M' TO WS-UA-PERM
           CALL "UserAuth" USING WS-UA-PERM WS-UA-PROGRAM
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
           .
      ***** Mode and bound are staged through the shared EUPARM table
      ***** (see copybooks/EUPARM.cpy) the way every program in the
      ***** suite stages its command-line parameters. A linked caller
      ***** (EulerDriver running PrimeMaint as a run-control step)
      ***** supplies them through the EXTERNAL override table instead
      ***** (see copybooks/EUPARMOV.cpy).
       A05-GetParameters.
           MOVE SPACES TO EUPARM-CARD
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(1) TO EUPARM-VALUE(1)
             MOVE WS-EUPARM-OVR-VALUE(2) TO EUPARM-VALUE(2)
           ELSE
             DISPLAY 1 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(1) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT EUPARM-VALUE(2) FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           MOVE EUPARM-VALUE(1) TO WS-MODE
           IF EUPARM-VALUE(2) NOT = SPACES
             COMPUTE WS-BOUND = FUNCTION NUMVAL(EUPARM-VALUE(2))
           DISPLAY "Prime master extended: " WS-WRITTEN-COUNT
             " primes added, high-water mark now "
             WS-PRIME-ENTRY(WS-PRIME-COUNT)
           PERFORM H00-BuildSums
           .
      ***** Confirms the master is strictly ascending and every entry
      ***** is prime by trial division against the earlier entries,
      ***** then rechecks the prime-sum table against it; a stored
      ***** count or sum that disagrees is a bad entry too.
       D00-VerifyMaster.
           PERFORM B10-LoadMaster
           MOVE 0 TO WS-PREV-PRIME
             END-IF
             MOVE WS-PRIME-ENTRY(WS-PRIME-IDX) TO WS-PREV-PRIME
           END-PERFORM
           PERFORM H20-VerifySums
           IF WS-BAD-COUNT = 0
             DISPLAY "Prime master verified: " WS-PRIME-COUNT
               " primes, high-water mark "
             END-IF
           END-PERFORM
           .
      ***** DEMAND mode: loads the outstanding demands, extends the
      ***** master to the highest of them (never past the configured
      ***** cap), then rewrites the demand file with only the demands
      ***** the master still does not reach.
       F00-ServeDemand.
           PERFORM F10-LoadDemand
           IF WS-DEMAND-COUNT = 0
             DISPLAY "No outstanding prime demand; master unchanged"
             EXIT PARAGRAPH
           END-IF
           MOVE "PRIME-DEMAND-MAX" TO WS-CG-KEY
           CALL "ConfigGet" USING WS-CG-KEY WS-CG-VALUE WS-CG-FOUND
           IF WS-CG-FOUND = 'Y'
             COMPUTE WS-DEMAND-CAP =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-CG-VALUE))
           END-IF
           MOVE WS-DEMAND-HIGH TO WS-DEMAND-TARGET
           IF WS-DEMAND-TARGET > WS-DEMAND-CAP
             MOVE WS-DEMAND-CAP TO WS-DEMAND-TARGET
             DISPLAY "WARNING: highest prime demand " WS-DEMAND-HIGH
               " is above the PRIME-DEMAND-MAX cap " WS-DEMAND-CAP
               "; extending only to the cap"
           END-IF
           PERFORM B10-LoadMaster
           MOVE 0 TO WS-MASTER-HIGH
           IF WS-PRIME-COUNT > 0
             MOVE WS-PRIME-ENTRY(WS-PRIME-COUNT) TO WS-MASTER-HIGH
           END-IF
           IF WS-MASTER-HIGH >= WS-DEMAND-TARGET
             MOVE WS-MASTER-HIGH TO WS-REACHED
             DISPLAY "Prime master already reaches " WS-MASTER-HIGH
               "; no extension needed"
           ELSE
             MOVE 0 TO WS-PRIME-COUNT
             MOVE 'N' TO EOF-MASTER-FILE
             MOVE WS-DEMAND-TARGET TO WS-BOUND
             PERFORM C00-ExtendMaster
             IF WS-CANDIDATE > WS-BOUND
               MOVE WS-BOUND TO WS-REACHED
             ELSE
               MOVE WS-PRIME-ENTRY(WS-PRIME-COUNT) TO WS-REACHED
             END-IF
           END-IF
           PERFORM F20-RewriteDemand
           .
      ***** Reads every demand record into the per-program table,
      ***** noting the highest bound over every record read, stored
      ***** or not. No demand file at all just means no run has
      ***** fallen back since the last clearance.
       F10-LoadDemand.
           MOVE "project-euler/euler.primedemand" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-DEMAND-PATH
           OPEN INPUT DEMAND-FILE
           IF WS-DEMAND-STATUS-CD = "35"
             EXIT PARAGRAPH
           END-IF
           IF WS-DEMAND-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open prime demand file "
               FUNCTION TRIM(WS-DEMAND-PATH) " (status "
               WS-DEMAND-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-DEMAND-FILE = 'Y'
             READ DEMAND-FILE
               AT END MOVE 'Y' TO EOF-DEMAND-FILE
               NOT AT END
                 PERFORM F12-NoteDemand
             END-READ
           END-PERFORM
           CLOSE DEMAND-FILE
           DISPLAY "Prime demands outstanding: " WS-DEMAND-READ
             " from " WS-DEMAND-COUNT " programs, highest "
             WS-DEMAND-HIGH
           IF WS-DEMAND-UNREADABLE > 0
             DISPLAY "WARNING: " WS-DEMAND-UNREADABLE
               " prime demand records have no numeric bound; they "
               "are not served and are dropped when the file is "
               "rewritten"
           END-IF
           IF WS-DEMAND-OVERFLOW > 0
             DISPLAY "WARNING: " WS-DEMAND-OVERFLOW
               " prime demand records come from programs past the "
               WS-DEMAND-MAX "-program table; they count toward "
               "the extension but the demand file will not be "
               "rewritten"
           END-IF
           .
      ***** A repeat demand from a program already in the table is
      ***** folded into its entry, which keeps the higher bound.
       F12-NoteDemand.
           IF DEMAND-BOUND IS NOT NUMERIC
             ADD 1 TO WS-DEMAND-UNREADABLE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEMAND-READ
           IF DEMAND-BOUND > WS-DEMAND-HIGH
             MOVE DEMAND-BOUND TO WS-DEMAND-HIGH
           END-IF
           MOVE 'N' TO WS-DEMAND-FOUND
           PERFORM VARYING WS-DEMAND-IDX FROM 1 BY 1
             UNTIL WS-DEMAND-IDX > WS-DEMAND-COUNT
               OR WS-DEMAND-FOUND = 'Y'
             IF WS-DMD-LINE(WS-DEMAND-IDX)(1:10) = DEMAND-PROGRAM
               MOVE 'Y' TO WS-DEMAND-FOUND
               ADD 1 TO WS-DEMAND-FOLDED
               IF DEMAND-BOUND > WS-DMD-BOUND(WS-DEMAND-IDX)
                 MOVE DEMAND-RECORD TO WS-DMD-LINE(WS-DEMAND-IDX)
                 MOVE DEMAND-BOUND TO WS-DMD-BOUND(WS-DEMAND-IDX)
               END-IF
             END-IF
           END-PERFORM
           IF WS-DEMAND-FOUND = 'Y'
             EXIT PARAGRAPH
           END-IF
           IF WS-DEMAND-COUNT >= WS-DEMAND-MAX
             ADD 1 TO WS-DEMAND-OVERFLOW
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEMAND-COUNT
           MOVE DEMAND-RECORD TO WS-DMD-LINE(WS-DEMAND-COUNT)
           MOVE DEMAND-BOUND TO WS-DMD-BOUND(WS-DEMAND-COUNT)
           .
      ***** Keeps only the demands above what the master now reaches;
      ***** the rest are satisfied and cleared. Records that did not
      ***** fit the table cannot be written back, so when there are
      ***** any the file is not rewritten at all.
       F20-RewriteDemand.
           IF WS-DEMAND-OVERFLOW > 0
             DISPLAY "WARNING: prime demand file "
               FUNCTION TRIM(WS-DEMAND-PATH) " left unchanged: "
               WS-DEMAND-OVERFLOW " records were not loaded"
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DEMAND-FILE
           IF WS-DEMAND-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot rewrite prime demand file "
               FUNCTION TRIM(WS-DEMAND-PATH) " (status "
               WS-DEMAND-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING WS-DEMAND-IDX FROM 1 BY 1
             UNTIL WS-DEMAND-IDX > WS-DEMAND-COUNT
             IF WS-DMD-BOUND(WS-DEMAND-IDX) > WS-REACHED
               MOVE WS-DMD-LINE(WS-DEMAND-IDX) TO DEMAND-RECORD
               WRITE DEMAND-RECORD
               ADD 1 TO WS-KEPT-COUNT
             ELSE
               ADD 1 TO WS-CLEARED-COUNT
             END-IF
           END-PERFORM
           CLOSE DEMAND-FILE
           MOVE "euler.primedemand" TO WS-CJ-FILE
           MOVE "DEMAND" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           STRING WS-DEMAND-READ " demands outstanding from "
             WS-DEMAND-COUNT " programs, highest " WS-DEMAND-HIGH
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           STRING WS-CLEARED-COUNT " cleared at reach " WS-REACHED
             ", " WS-KEPT-COUNT " kept"
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           PERFORM J00-WriteJournal
           DISPLAY "Prime demands cleared: " WS-CLEARED-COUNT
             "  still outstanding: " WS-KEPT-COUNT
           IF WS-DEMAND-FOLDED > 0
             DISPLAY "Repeat demands folded into their program's "
               "highest: " WS-DEMAND-FOLDED
           END-IF
           IF WS-DEMAND-UNREADABLE > 0
             DISPLAY "WARNING: " WS-DEMAND-UNREADABLE
               " prime demand records with no numeric bound dropped"
           END-IF
           IF WS-KEPT-COUNT > 0
             DISPLAY "WARNING: " WS-KEPT-COUNT " prime demands lie "
               "above the master's reach " WS-REACHED
               " and stay on file"
           END-IF
           .
      ***** SUMS mode, and the tail of every extension: one pass over
      ***** the master brings every boundary it covers into the
      ***** prime-sum table, journaled when anything changed.
       H00-BuildSums.
           MOVE 'B' TO WS-PSUM-ACTION
           PERFORM H10-WalkMaster
           IF WS-PSUM-TABLE = 'N'
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Prime-sum table: " WS-PSUM-ADDED
             " boundaries added, " WS-PSUM-CORRECTED " corrected, "
             "master covers boundaries below " WS-PSUM-NEXT
           IF WS-PSUM-ADDED + WS-PSUM-CORRECTED > 0
             MOVE "euler.primesums" TO WS-CJ-FILE
             MOVE WS-MODE TO WS-CJ-MODE
             MOVE SPACES TO WS-CJ-BEFORE
             MOVE SPACES TO WS-CJ-AFTER
             STRING WS-PSUM-ADDED " boundaries added, "
               WS-PSUM-CORRECTED " corrected, from master reaching "
               WS-PSUM-NEXT
               DELIMITED BY SIZE INTO WS-CJ-AFTER
             PERFORM J00-WriteJournal
           END-IF
           .
      ***** VERIFY's second half: every boundary the master covers is
      ***** recomputed and compared with the table. A boundary the
      ***** table lacks is only counted; one past the master's reach
      ***** cannot be rechecked here and is counted as such.
       H20-VerifySums.
           MOVE 'V' TO WS-PSUM-ACTION
           MOVE 'N' TO EOF-MASTER-FILE
           PERFORM H10-WalkMaster
           IF WS-PSUM-TABLE = 'N'
             EXIT PARAGRAPH
           END-IF
           IF WS-PSUM-BAD = 0
             DISPLAY "Prime-sum table verified: " WS-PSUM-CHECKED
               " boundaries agree with the master"
           ELSE
             DISPLAY "Prime-sum table FAILED verification: "
               WS-PSUM-BAD " of " WS-PSUM-CHECKED
               " boundaries disagree with the master"
             ADD WS-PSUM-BAD TO WS-BAD-COUNT
           END-IF
           IF WS-PSUM-MISSING > 0
             DISPLAY "Prime-sum boundaries not on file: "
               WS-PSUM-MISSING " (primemaint SUMS adds them)"
           END-IF
           IF WS-PSUM-BEYOND > 0
             DISPLAY "Prime-sum boundaries past the master's reach, "
               "not checked: " WS-PSUM-BEYOND
           END-IF
           .
      ***** Reads the master in key order, carrying the running count
      ***** and sum; every boundary at or below the prime just read
      ***** is complete, so it is taken before that prime is added.
      ***** The master is read straight off the file, not through
      ***** the in-memory table, so its full length counts.
       H10-WalkMaster.
           MOVE 'N' TO WS-PSUM-TABLE
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open prime master "
               "project-euler/euler.primes (status "
               WS-MASTER-STATUS-CD "); run BUILD first"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-PSUM-ACTION = 'V'
             OPEN INPUT PSUM-FILE
             IF WS-PSUM-STATUS-CD = "35"
               DISPLAY "No prime-sum table on file; nothing to "
                 "recheck"
               CLOSE MASTER-FILE
               EXIT PARAGRAPH
             END-IF
           ELSE
             OPEN I-O PSUM-FILE
             IF WS-PSUM-STATUS-CD = "35"
               OPEN OUTPUT PSUM-FILE
               IF WS-PSUM-STATUS-CD = "00"
                 CLOSE PSUM-FILE
                 OPEN I-O PSUM-FILE
               END-IF
             END-IF
           END-IF
           IF WS-PSUM-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open prime-sum table "
               "project-euler/euler.primesums (status "
               WS-PSUM-STATUS-CD ")"
             CLOSE MASTER-FILE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'Y' TO WS-PSUM-TABLE
           MOVE 0 TO WS-PSUM-COUNT
           MOVE 0 TO WS-PSUM-SUM
           MOVE WS-PSUM-STEP TO WS-PSUM-NEXT
           MOVE 'N' TO EOF-MASTER-FILE
           PERFORM UNTIL EOF-MASTER-FILE = 'Y'
             READ MASTER-FILE NEXT
               AT END MOVE 'Y' TO EOF-MASTER-FILE
               NOT AT END
                 PERFORM UNTIL WS-PSUM-NEXT > MASTER-PRIME
                   PERFORM H15-TakeBoundary
                   ADD WS-PSUM-STEP TO WS-PSUM-NEXT
                 END-PERFORM
                 ADD 1 TO WS-PSUM-COUNT
                 ADD MASTER-PRIME TO WS-PSUM-SUM
             END-READ
           END-PERFORM
           IF WS-PSUM-ACTION = 'V'
             PERFORM H18-CountBeyond
           END-IF
           CLOSE PSUM-FILE
           CLOSE MASTER-FILE
           .
      ***** One boundary: added or corrected when building, compared
      ***** when verifying.
       H15-TakeBoundary.
           MOVE WS-PSUM-NEXT TO PSUM-BOUNDARY
           READ PSUM-FILE
             INVALID KEY
               IF WS-PSUM-ACTION = 'V'
                 ADD 1 TO WS-PSUM-MISSING
               ELSE
                 MOVE WS-PSUM-NEXT TO PSUM-BOUNDARY
                 MOVE WS-PSUM-COUNT TO PSUM-COUNT
                 MOVE WS-PSUM-SUM TO PSUM-SUM
                 WRITE PSUM-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-PSUM-ADDED
                 END-WRITE
               END-IF
               EXIT PARAGRAPH
           END-READ
           IF PSUM-COUNT = WS-PSUM-COUNT AND PSUM-SUM = WS-PSUM-SUM
             ADD 1 TO WS-PSUM-CHECKED
             EXIT PARAGRAPH
           END-IF
           IF WS-PSUM-ACTION = 'V'
             ADD 1 TO WS-PSUM-CHECKED
             ADD 1 TO WS-PSUM-BAD
             DISPLAY "BAD PRIME SUM at boundary " PSUM-BOUNDARY
               ": table " PSUM-COUNT " primes, sum " PSUM-SUM
               "; master " WS-PSUM-COUNT " primes, sum " WS-PSUM-SUM
           ELSE
             DISPLAY "Prime-sum boundary " PSUM-BOUNDARY
               " corrected: was " PSUM-COUNT " primes, sum " PSUM-SUM
             MOVE WS-PSUM-COUNT TO PSUM-COUNT
             MOVE WS-PSUM-SUM TO PSUM-SUM
             REWRITE PSUM-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-PSUM-CORRECTED
             END-REWRITE
           END-IF
           .
      ***** Counts the boundaries at or past the first one the master
      ***** does not cover - Problem10's, beyond what can be
      ***** rechecked here.
       H18-CountBeyond.
           MOVE WS-PSUM-NEXT TO PSUM-BOUNDARY
           MOVE 'N' TO EOF-PSUM-FILE
           START PSUM-FILE KEY NOT LESS THAN PSUM-BOUNDARY
             INVALID KEY MOVE 'Y' TO EOF-PSUM-FILE
           END-START
           PERFORM UNTIL EOF-PSUM-FILE = 'Y'
             READ PSUM-FILE NEXT
               AT END MOVE 'Y' TO EOF-PSUM-FILE
               NOT AT END ADD 1 TO WS-PSUM-BEYOND
             END-READ
           END-PERFORM
           .
      ***** Every mutation goes to the shared change journal (see
      ***** chgjournal.cbl): before-image, after-image, mode, user,
      ***** timestamp.
