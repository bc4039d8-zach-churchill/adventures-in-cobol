      *****************************************************************
      *    EUDEMAND - Record layout for the prime demand file
      *    (project-euler/euler.primedemand): one record each time a
      *    program needed primes above the prime master's high-water
      *    mark and fell back to dividing for them - which program,
      *    how high it needed to go, and when. Appended by PrimeDemand
      *    (see primedemand.cbl); read, served and cleared by
      *    PrimeMaint's DEMAND mode. Fields are separated by double
      *    spaces, the ledger and incident-file convention, so the
      *    file reads the same by eye as the rest of the suite's.
      *    COPYed into the FILE SECTION of both programs so they
      *    agree on field sizes.
      *****************************************************************
       01 DEMAND-RECORD.
           05 DEMAND-PROGRAM PIC X(10).
           05 FILLER PIC X(2).
           05 DEMAND-DATE PIC 9(8).
           05 DEMAND-DASH PIC X(1).
           05 DEMAND-TIME PIC 9(8).
           05 FILLER PIC X(2).
           05 DEMAND-BOUND PIC 9(13).
