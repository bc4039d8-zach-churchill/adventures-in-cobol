       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Chain Hash
      *
      *    Callable subprogram that computes the chain value carried
      *    at the end of every ledger line ("  chain=nnnnnnnnnn"), so
      *    a line altered, inserted or taken out after it was written
      *    shows as a break in the chain instead of being faithfully
      *    accepted by LedgerMerge, ResultSync and the rest. Every
      *    program that writes or checks a chain value - LedgerWriter,
      *    LedgerMonth, LedgerLint, LedgerMerge and ChainCheck -
      *    CALLs this one, so they can never disagree on the
      *    arithmetic. Kept as a separate callable module (never
      *    compiled with -x), the same way PathName is.
      *
      *    LK-CH-PRIOR is the chain value of the line before (zero
      *    for the first line of a ledger, or after a line written
      *    before lines carried chain values); LK-CH-TEXT is the
      *    line's own content - everything ahead of its "  chain="
      *    marker, trailing spaces ignored. LK-CH-VALUE comes back as
      *    the line's chain value: the prior value folded with every
      *    character of the content, position by position, modulo the
      *    largest prime below ten thousand million, so it always
      *    fits the ten digits the ledger line gives it.
      *****************************************************************
       PROGRAM-ID. ChainHash.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CH-MODULUS PIC 9(10) VALUE 9999999967.
       01 WS-CH-WORK PIC 9(15).
       01 WS-CH-LEN PIC 9(3).
       01 WS-CH-IDX PIC 9(3).
       LINKAGE SECTION.
       01 LK-CH-PRIOR PIC 9(10).
       01 LK-CH-TEXT PIC X(300).
       01 LK-CH-VALUE PIC 9(10).
       PROCEDURE DIVISION USING LK-CH-PRIOR LK-CH-TEXT LK-CH-VALUE.
       A00-Begin.
           MOVE 0 TO WS-CH-LEN
           IF LK-CH-TEXT NOT = SPACES
             COMPUTE WS-CH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LK-CH-TEXT TRAILING))
           END-IF
           COMPUTE WS-CH-WORK =
             FUNCTION MOD(LK-CH-PRIOR * 31 + WS-CH-LEN, WS-CH-MODULUS)
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
             UNTIL WS-CH-IDX > WS-CH-LEN
             COMPUTE WS-CH-WORK = FUNCTION MOD(WS-CH-WORK * 257
               + FUNCTION ORD(LK-CH-TEXT(WS-CH-IDX:1)), WS-CH-MODULUS)
           END-PERFORM
           MOVE WS-CH-WORK TO LK-CH-VALUE
           GOBACK.
      ***** Exit
       END PROGRAM ChainHash.
