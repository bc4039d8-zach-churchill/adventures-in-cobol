       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Prime Demand
      *
      *    Callable subprogram that appends one record to the prime
      *    demand file (project-euler/euler.primedemand, layout in
      *    copybooks/EUDEMAND.cpy) whenever a program has to work
      *    above the prime master's high-water mark: PrimeTest's
      *    trial-division fallback and Problem10's in-place master
      *    extension. The nightly cycle's PrimeMaint DEMAND step
      *    extends the master up to the highest outstanding demand
      *    and clears the demands it satisfied, so the master grows
      *    to where the work actually is instead of waiting for
      *    someone to think of running "primemaint EXTEND".
      *    Kept as a separate callable module (never compiled with
      *    -x), the same way IncidentLog and LedgerWriter are.
      *
      *    LK-PD-PROGRAM names the program that needed the primes;
      *    LK-PD-BOUND is how high it needed the master to reach.
      *
      *    A failure to open the demand file is reported on the
      *    console and otherwise ignored: a missed demand only means
      *    the master grows a night later, and must never stop the
      *    run that raised it.
      *****************************************************************
       PROGRAM-ID. PrimeDemand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMAND-FILE
             ASSIGN TO DYNAMIC WS-DEMAND-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEMAND-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD DEMAND-FILE.
       COPY EUDEMAND.
       WORKING-STORAGE SECTION.
       01 WS-DEMAND-STATUS-CD PIC XX.
       01 WS-DEMAND-PATH PIC X(100)
          VALUE "project-euler/euler.primedemand".
       01 WS-PN-DEFAULT PIC X(80).
       LINKAGE SECTION.
       01 LK-PD-PROGRAM PIC X(10).
       01 LK-PD-BOUND PIC 9(13).
       PROCEDURE DIVISION USING LK-PD-PROGRAM LK-PD-BOUND.
       A00-Begin.
           MOVE "project-euler/euler.primedemand" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-DEMAND-PATH
           OPEN EXTEND DEMAND-FILE
           IF WS-DEMAND-STATUS-CD = "35"
             OPEN OUTPUT DEMAND-FILE
           END-IF
           IF WS-DEMAND-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot open prime demand file "
               "project-euler/euler.primedemand (status "
               WS-DEMAND-STATUS-CD "); demand not recorded"
             GOBACK
           END-IF
           PERFORM B00-WriteDemand
           CLOSE DEMAND-FILE
           GOBACK.
      ***** End of Program execution
       B00-WriteDemand.
           MOVE SPACES TO DEMAND-RECORD
           MOVE LK-PD-PROGRAM TO DEMAND-PROGRAM
           ACCEPT DEMAND-DATE FROM DATE YYYYMMDD
           MOVE "-" TO DEMAND-DASH
           ACCEPT DEMAND-TIME FROM TIME
           MOVE LK-PD-BOUND TO DEMAND-BOUND
           WRITE DEMAND-RECORD
           .
      ***** Exit
       END PROGRAM PrimeDemand.
