       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Divisor Sum
      *
      *    Callable subprogram that sums the proper divisors of a
      *    single number - every divisor except the number itself,
      *    d(n) in the amicable and abundant number problems. The
      *    sibling of DivisorCount (see divisorcount.cbl), kept as a
      *    separate callable module (never compiled with -x) the
      *    same way, so every program that needs d(n) shares one
      *    routine instead of reimplementing trial division.
      *
      *    Divisors come in pairs around the square root, as in
      *    DivisorCount: each divisor d at or below sqrt(n) adds
      *    itself and its partner n/d, once only when n is a perfect
      *    square and d = n/d. The pair 1, n is in the walk, so n
      *    itself is taken back off at the end.
      *
      *    LK-DS-NUMBER is the number to sum over (zero and one
      *                 answer zero).
      *    LK-DS-SUM    is returned with the sum of its proper
      *                 divisors.
      *****************************************************************
       PROGRAM-ID. DivisorSum.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DIVISOR PIC 9(13).
       01 WS-PARTNER PIC 9(13).
       01 WS-LIMIT PIC 9(13).
       LINKAGE SECTION.
       01 LK-DS-NUMBER PIC 9(13).
       01 LK-DS-SUM PIC 9(15).
       PROCEDURE DIVISION USING LK-DS-NUMBER LK-DS-SUM.
       A00-Begin.
           MOVE 0 TO LK-DS-SUM
           IF LK-DS-NUMBER < 2
             GOBACK
           END-IF
           COMPUTE WS-LIMIT = FUNCTION SQRT(LK-DS-NUMBER)
           PERFORM VARYING WS-DIVISOR FROM 1 BY 1
             UNTIL WS-DIVISOR > WS-LIMIT
             IF FUNCTION MOD(LK-DS-NUMBER, WS-DIVISOR) = 0
               COMPUTE WS-PARTNER = LK-DS-NUMBER / WS-DIVISOR
               ADD WS-DIVISOR TO LK-DS-SUM
               IF WS-PARTNER NOT = WS-DIVISOR
                 ADD WS-PARTNER TO LK-DS-SUM
               END-IF
             END-IF
           END-PERFORM
           SUBTRACT LK-DS-NUMBER FROM LK-DS-SUM
           GOBACK.
      ***** Exit
       END PROGRAM DivisorSum.
