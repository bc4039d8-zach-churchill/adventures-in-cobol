      *    every-integer loop takes over. With no master on file the
      *    routine behaves exactly as it always has.
      *
      *    Every fallback is also recorded as a prime demand (see
      *    primedemand.cbl) so the nightly PrimeMaint DEMAND step
      *    extends the master to cover it. The demand is rounded up
      *    to the next multiple of WS-DEMAND-STEP and only recorded
      *    when it rises past the last one this run recorded, so a
      *    search testing thousands of candidates above the master
      *    leaves a handful of records, not thousands.
      *
      *    LK-CANDIDATE is the number to test.
      *    LK-IS-PRIME is returned 'Y' or 'N'.
      *    LK-PT-CALLER names the calling program, for the demand
      *    record.
      *
      *    Not used by Problem7: its search already keeps a running
      *    cache of every prime found so far and tests each candidate
       01 WS-LAST-DIVISOR PIC 9(13).
       01 WS-LIMIT PIC 9(12).
       01 WS-DIVISOR PIC 9(12).
       01 WS-DEMAND-STEP PIC 9(13) VALUE 100000.
       01 WS-DEMAND-BOUND PIC 9(13).
       01 WS-DEMAND-LAST PIC 9(13) VALUE 0.
       LINKAGE SECTION.
       01 LK-CANDIDATE PIC 9(12).
       01 LK-IS-PRIME PIC X(1).
       01 LK-PT-CALLER PIC X(10).
       PROCEDURE DIVISION USING LK-CANDIDATE LK-IS-PRIME
             LK-PT-CALLER.
       A00-Begin.
           IF WS-MASTER-OPENED = 'N'
             PERFORM A10-OpenMaster
               PERFORM B00-ProbeMaster
               IF WS-COVERED = 'N'
                 PERFORM C00-TrialDivide
                 PERFORM D00-RecordDemand
               END-IF
             ELSE
               PERFORM C00-TrialDivide
               PERFORM D00-RecordDemand
             END-IF
           END-IF
           GOBACK.
             END-READ
           END-PERFORM
           .
      ***** The candidate was above the master's reach: note how high
      ***** the master needs to go, rounded up to the demand step,
      ***** unless this run has already asked for that much.
       D00-RecordDemand.
           COMPUTE WS-DEMAND-BOUND =
             ((LK-CANDIDATE + WS-DEMAND-STEP - 1) / WS-DEMAND-STEP)
             * WS-DEMAND-STEP
           IF WS-DEMAND-BOUND > WS-DEMAND-LAST
             MOVE WS-DEMAND-BOUND TO WS-DEMAND-LAST
             CALL "PrimeDemand" USING LK-PT-CALLER WS-DEMAND-BOUND
           END-IF
           .
      ***** Exit
       END PROGRAM PrimeTest.
