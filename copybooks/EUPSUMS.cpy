      *****************************************************************
      *    EUPSUMS - Record layout for the prime-sum table
      *    (project-euler/euler.primesums): one record per fixed
      *    boundary (every multiple of 100000), holding how many
      *    primes fall below that boundary and what they sum to. An
      *    INDEXED file keyed on the boundary, the same keyed
      *    organization as the prime master it is derived from.
      *    Built and rechecked against the master by PrimeMaint (SUMS,
      *    EXTEND, DEMAND and VERIFY modes), extended past the
      *    master's reach by Problem10 as its sieve passes each
      *    boundary, and read by Problem10 and PrimeQuery to start a
      *    count or a sum from the nearest boundary instead of from
      *    two. COPYed into the FILE SECTION of all three programs so
      *    they agree on field sizes.
      *****************************************************************
       01 PSUM-RECORD.
           05 PSUM-BOUNDARY PIC 9(13).
           05 PSUM-COUNT PIC 9(13).
           05 PSUM-SUM PIC 9(18).
