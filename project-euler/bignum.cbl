      *
      *    Callable subprogram for arithmetic past the 18-digit wall
      *    that already forced Problem2's field widening: operands
      *    are 1000-digit arrays, one decimal digit per entry, most
      *    significant first, zero-filled on the left. Kept as a
      *    separate callable module (never compiled with -x), the
      *    same way PrimeTest is, so the next program that outgrows
      *    PIC 9(18) picks this up instead of growing its own digit
      *    loops. The width was 60 digits until 2**1000 (302 digits)
      *    and 100! (158 digits) needed room; callers holding shorter
      *    values keep them right-aligned in the 1000-digit operand.
      *
      *    Modes (LK-BN-MODE):
      *        'A'  add: LK-BN-RESULT = LK-BN-A + LK-BN-B
      *        'C'  compare: LK-BN-CMP returns '<', '=', or '>' for
      *             LK-BN-A against LK-BN-B
      *        'S'  multiply by a small integer: LK-BN-RESULT =
      *             LK-BN-A * LK-BN-B, where LK-BN-B holds a value
      *             below 1000000000 (its last nine digits)
      *        'M'  multiply: LK-BN-RESULT = LK-BN-A * LK-BN-B
      *        'P'  power: LK-BN-RESULT = LK-BN-A ** LK-BN-B, where
      *             LK-BN-B holds an exponent below 1000000000
      *    A result that needs more than 1000 digits is reported on
      *    the console and truncates, the same way a PIC field would
      *    - 1000 digits is the module's wall. A small-integer
      *    operand too large for 'S' or 'P' is reported the same way
      *    and leaves LK-BN-RESULT unchanged. Results are built in
      *    working storage and moved out last, so LK-BN-RESULT may
      *    be the same field as LK-BN-A or LK-BN-B.
      *****************************************************************
       PROGRAM-ID. BigNum.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DIGIT-IDX PIC 9(4).
       01 WS-A-IDX PIC 9(4).
       01 WS-B-IDX PIC 9(4).
       01 WS-POS PIC 9(4).
       01 WS-CARRY PIC 9(10).
       01 WS-DIGIT-SUM PIC 9(11).
       01 WS-OVERFLOW PIC X(1).
       01 WS-SMALL-OK PIC X(1).
       01 WS-SMALL-TEXT PIC X(9).
       01 WS-SMALL REDEFINES WS-SMALL-TEXT PIC 9(9).
       01 WS-EXPONENT PIC 9(9).
       01 WS-X-LEN PIC 9(4).
       01 WS-Y-LEN PIC 9(4).
       01 WS-WORK-X.
           05 WS-X-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-WORK-Y.
           05 WS-Y-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-WORK-Z.
           05 WS-Z-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-POWER-BASE.
           05 WS-PB-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 WS-POWER-RESULT.
           05 WS-PR-DIGIT PIC 9(1) OCCURS 1000 TIMES.
      ***** Column sums for the schoolbook multiply, counted from the
      ***** least significant end; a column collects at most 1000
      ***** products of 81 before the carry pass.
       01 WS-COLUMN-TABLE.
           05 WS-COLUMN PIC 9(9) OCCURS 1000 TIMES.
       LINKAGE SECTION.
       01 LK-BN-MODE PIC X(1).
       01 LK-BN-A.
           05 LK-BN-A-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 LK-BN-B.
           05 LK-BN-B-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 LK-BN-RESULT.
           05 LK-BN-R-DIGIT PIC 9(1) OCCURS 1000 TIMES.
       01 LK-BN-CMP PIC X(1).
       PROCEDURE DIVISION USING LK-BN-MODE LK-BN-A LK-BN-B
             LK-BN-RESULT LK-BN-CMP.
       A00-Begin.
           MOVE 'N' TO WS-OVERFLOW
           EVALUATE LK-BN-MODE
             WHEN 'A'
               PERFORM B00-AddDigits
             WHEN 'C'
               PERFORM C00-CompareDigits
             WHEN 'S'
               PERFORM D00-MultiplySmall
             WHEN 'M'
               PERFORM E00-Multiply
             WHEN 'P'
               PERFORM F00-Power
             WHEN OTHER
               DISPLAY "WARNING: BigNum called with unknown mode "
                 LK-BN-MODE "; nothing done"
           END-EVALUATE
           IF WS-OVERFLOW = 'Y'
             DISPLAY "WARNING: BigNum mode " LK-BN-MODE
               " overflowed 1000 digits; result truncated"
           END-IF
           GOBACK.
      ***** End of Program execution
      ***** Schoolbook addition from the least significant end, the
      ***** carry rippling left; a carry surviving past digit 1
      ***** means the true sum needs more than 1000 digits.
       B00-AddDigits.
           MOVE 0 TO WS-CARRY
           PERFORM VARYING WS-DIGIT-IDX FROM 1000 BY -1
             UNTIL WS-DIGIT-IDX < 1
             COMPUTE WS-DIGIT-SUM =
               LK-BN-A-DIGIT(WS-DIGIT-IDX)
               + LK-BN-B-DIGIT(WS-DIGIT-IDX)
               + WS-CARRY
             IF WS-DIGIT-SUM > 9
               COMPUTE WS-Z-DIGIT(WS-DIGIT-IDX) =
                 WS-DIGIT-SUM - 10
               MOVE 1 TO WS-CARRY
             ELSE
               MOVE WS-DIGIT-SUM TO WS-Z-DIGIT(WS-DIGIT-IDX)
               MOVE 0 TO WS-CARRY
             END-IF
           END-PERFORM
           IF WS-CARRY > 0
             MOVE 'Y' TO WS-OVERFLOW
           END-IF
           MOVE WS-WORK-Z TO LK-BN-RESULT
           .
       C00-CompareDigits.
           MOVE '=' TO LK-BN-CMP
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
             UNTIL WS-DIGIT-IDX > 1000
             EVALUATE TRUE
               WHEN LK-BN-A-DIGIT(WS-DIGIT-IDX) >
                 LK-BN-B-DIGIT(WS-DIGIT-IDX)
             END-EVALUATE
           END-PERFORM
           .
      ***** One pass from the least significant end: each digit
      ***** times the small operand plus the running carry, which
      ***** stays below 10 times the operand.
       D00-MultiplySmall.
           PERFORM D10-GetSmallOperand
           IF WS-SMALL-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CARRY
           PERFORM VARYING WS-DIGIT-IDX FROM 1000 BY -1
             UNTIL WS-DIGIT-IDX < 1
             COMPUTE WS-DIGIT-SUM =
               LK-BN-A-DIGIT(WS-DIGIT-IDX) * WS-SMALL + WS-CARRY
             DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-CARRY
               REMAINDER WS-Z-DIGIT(WS-DIGIT-IDX)
           END-PERFORM
           IF WS-CARRY > 0
             MOVE 'Y' TO WS-OVERFLOW
           END-IF
           MOVE WS-WORK-Z TO LK-BN-RESULT
           .
      ***** The small operand of 'S' and 'P' rides in the last nine
      ***** digits of LK-BN-B; anything above them is refused rather
      ***** than silently dropped.
       D10-GetSmallOperand.
           MOVE 'Y' TO WS-SMALL-OK
           IF LK-BN-B(1:991) NOT = ALL "0"
             DISPLAY "WARNING: BigNum mode " LK-BN-MODE
               " operand B exceeds 999999999; nothing done"
             MOVE 'N' TO WS-SMALL-OK
             EXIT PARAGRAPH
           END-IF
           MOVE LK-BN-B(992:9) TO WS-SMALL-TEXT
           .
       E00-Multiply.
           MOVE LK-BN-A TO WS-WORK-X
           MOVE LK-BN-B TO WS-WORK-Y
           PERFORM E10-MultiplyXY
           MOVE WS-WORK-Z TO LK-BN-RESULT
           .
      ***** Z = X * Y. Only the significant digits of each operand
      ***** are walked; product column (i + j - 1), counted from the
      ***** right, collects digit i of X times digit j of Y, and one
      ***** carry pass then settles the columns into digits. A
      ***** non-zero product landing past column 1000 is overflow.
       E10-MultiplyXY.
           PERFORM E20-MeasureXY
           MOVE ZEROS TO WS-COLUMN-TABLE
           PERFORM VARYING WS-A-IDX FROM 1 BY 1
             UNTIL WS-A-IDX > WS-X-LEN
             IF WS-X-DIGIT(1001 - WS-A-IDX) NOT = 0
               PERFORM E30-MultiplyRow
             END-IF
           END-PERFORM
           MOVE 0 TO WS-CARRY
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 1000
             COMPUTE WS-DIGIT-SUM = WS-COLUMN(WS-POS) + WS-CARRY
             DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-CARRY
               REMAINDER WS-Z-DIGIT(1001 - WS-POS)
           END-PERFORM
           IF WS-CARRY > 0
             MOVE 'Y' TO WS-OVERFLOW
           END-IF
           .
       E20-MeasureXY.
           MOVE 0 TO WS-X-LEN
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
             UNTIL WS-DIGIT-IDX > 1000
             IF WS-X-DIGIT(WS-DIGIT-IDX) NOT = 0
               COMPUTE WS-X-LEN = 1001 - WS-DIGIT-IDX
               EXIT PERFORM
             END-IF
           END-PERFORM
           MOVE 0 TO WS-Y-LEN
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
             UNTIL WS-DIGIT-IDX > 1000
             IF WS-Y-DIGIT(WS-DIGIT-IDX) NOT = 0
               COMPUTE WS-Y-LEN = 1001 - WS-DIGIT-IDX
               EXIT PERFORM
             END-IF
           END-PERFORM
           .
       E30-MultiplyRow.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
             UNTIL WS-B-IDX > WS-Y-LEN
             IF WS-Y-DIGIT(1001 - WS-B-IDX) NOT = 0
               COMPUTE WS-POS = WS-A-IDX + WS-B-IDX - 1
               IF WS-POS > 1000
                 MOVE 'Y' TO WS-OVERFLOW
               ELSE
                 COMPUTE WS-COLUMN(WS-POS) = WS-COLUMN(WS-POS)
                   + WS-X-DIGIT(1001 - WS-A-IDX)
                   * WS-Y-DIGIT(1001 - WS-B-IDX)
               END-IF
             END-IF
           END-PERFORM
           .
      ***** Square-and-multiply over the exponent's binary digits,
      ***** lowest first. The base is squared only while exponent
      ***** bits remain, so it never grows past the final result and
      ***** cannot overflow where the answer itself would not.
       F00-Power.
           PERFORM D10-GetSmallOperand
           IF WS-SMALL-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SMALL TO WS-EXPONENT
           MOVE LK-BN-A TO WS-POWER-BASE
           MOVE ZEROS TO WS-POWER-RESULT
           MOVE 1 TO WS-PR-DIGIT(1000)
           PERFORM UNTIL WS-EXPONENT = 0
             DIVIDE WS-EXPONENT BY 2 GIVING WS-EXPONENT
               REMAINDER WS-CARRY
             IF WS-CARRY = 1
               MOVE WS-POWER-RESULT TO WS-WORK-X
               MOVE WS-POWER-BASE TO WS-WORK-Y
               PERFORM E10-MultiplyXY
               MOVE WS-WORK-Z TO WS-POWER-RESULT
             END-IF
             IF WS-EXPONENT > 0
               MOVE WS-POWER-BASE TO WS-WORK-X
               MOVE WS-POWER-BASE TO WS-WORK-Y
               PERFORM E10-MultiplyXY
               MOVE WS-WORK-Z TO WS-POWER-BASE
             END-IF
           END-PERFORM
           MOVE WS-POWER-RESULT TO LK-BN-RESULT
           .
      ***** Exit
       END PROGRAM BigNum.
