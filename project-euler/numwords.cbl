       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Number Words
      *
      *    Callable subprogram that spells a whole number out in
      *    British-English words and counts the letters in them. Kept
      *    as a separate callable module (never compiled with -x), the
      *    same way PrimeTest and BigNum are, so anything that has to
      *    write an amount out in words - Problem17's letter counts,
      *    or a total line on an extract - shares one routine.
      *
      *    LK-NW-VALUE   the number, 0 through 999,999,999,999
      *    LK-NW-WORDS   returned with the words, lower case, words
      *                  separated by single spaces, compound tens
      *                  hyphenated ("three hundred and forty-two")
      *    LK-NW-LETTERS returned with the count of letters in
      *                  LK-NW-WORDS, spaces and hyphens not counted
      *
      *    British usage: "and" follows a hundred that has a
      *    remainder ("one hundred and fifteen"), and joins a final
      *    group below one hundred to the larger groups before it
      *    ("one thousand and five", "two million and sixty").
      *    Billion is the short-scale thousand million.
      *****************************************************************
       PROGRAM-ID. NumWords.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ONES-VALUES.
           05 FILLER PIC X(9) VALUE "one".
           05 FILLER PIC X(9) VALUE "two".
           05 FILLER PIC X(9) VALUE "three".
           05 FILLER PIC X(9) VALUE "four".
           05 FILLER PIC X(9) VALUE "five".
           05 FILLER PIC X(9) VALUE "six".
           05 FILLER PIC X(9) VALUE "seven".
           05 FILLER PIC X(9) VALUE "eight".
           05 FILLER PIC X(9) VALUE "nine".
           05 FILLER PIC X(9) VALUE "ten".
           05 FILLER PIC X(9) VALUE "eleven".
           05 FILLER PIC X(9) VALUE "twelve".
           05 FILLER PIC X(9) VALUE "thirteen".
           05 FILLER PIC X(9) VALUE "fourteen".
           05 FILLER PIC X(9) VALUE "fifteen".
           05 FILLER PIC X(9) VALUE "sixteen".
           05 FILLER PIC X(9) VALUE "seventeen".
           05 FILLER PIC X(9) VALUE "eighteen".
           05 FILLER PIC X(9) VALUE "nineteen".
       01 WS-ONES-TBL REDEFINES WS-ONES-VALUES.
           05 WS-ONES-WORD PIC X(9) OCCURS 19 TIMES.
       01 WS-TENS-VALUES.
           05 FILLER PIC X(7) VALUE "twenty".
           05 FILLER PIC X(7) VALUE "thirty".
           05 FILLER PIC X(7) VALUE "forty".
           05 FILLER PIC X(7) VALUE "fifty".
           05 FILLER PIC X(7) VALUE "sixty".
           05 FILLER PIC X(7) VALUE "seventy".
           05 FILLER PIC X(7) VALUE "eighty".
           05 FILLER PIC X(7) VALUE "ninety".
       01 WS-TENS-TBL REDEFINES WS-TENS-VALUES.
           05 WS-TENS-WORD PIC X(7) OCCURS 8 TIMES.
       01 WS-SCALE-VALUES.
           05 FILLER PIC X(8) VALUE "billion".
           05 FILLER PIC X(8) VALUE "million".
           05 FILLER PIC X(8) VALUE "thousand".
           05 FILLER PIC X(8) VALUE SPACES.
       01 WS-SCALE-TBL REDEFINES WS-SCALE-VALUES.
           05 WS-SCALE-WORD PIC X(8) OCCURS 4 TIMES.
       01 WS-VALUE-TEXT PIC 9(12).
       01 WS-GROUP-TBL REDEFINES WS-VALUE-TEXT.
           05 WS-GROUP PIC 9(3) OCCURS 4 TIMES.
       01 WS-GROUP-IDX PIC 9(1).
       01 WS-HUNDREDS PIC 9(1).
       01 WS-REMAINDER PIC 9(2).
       01 WS-TENS PIC 9(1).
       01 WS-ONES PIC 9(1).
       01 WS-WORD PIC X(9).
       01 WS-PTR PIC 9(3).
       01 WS-CHAR-IDX PIC 9(3).
       LINKAGE SECTION.
       01 LK-NW-VALUE PIC 9(12).
       01 LK-NW-WORDS PIC X(200).
       01 LK-NW-LETTERS PIC 9(4).
       PROCEDURE DIVISION USING LK-NW-VALUE LK-NW-WORDS LK-NW-LETTERS.
       A00-Begin.
           MOVE SPACES TO LK-NW-WORDS
           MOVE 1 TO WS-PTR
           MOVE LK-NW-VALUE TO WS-VALUE-TEXT
           IF LK-NW-VALUE = 0
             MOVE "zero" TO WS-WORD
             PERFORM B90-AppendWord
           ELSE
             PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > 4
               IF WS-GROUP(WS-GROUP-IDX) > 0
                 PERFORM B00-SayGroup
               END-IF
             END-PERFORM
           END-IF
           PERFORM C00-CountLetters
           GOBACK.
      ***** End of Program execution
      ***** One three-digit group and its scale word. The last group
      ***** takes a leading "and" when it has no hundreds of its own
      ***** but follows a larger group.
       B00-SayGroup.
           DIVIDE WS-GROUP(WS-GROUP-IDX) BY 100 GIVING WS-HUNDREDS
             REMAINDER WS-REMAINDER
           IF WS-GROUP-IDX = 4 AND WS-HUNDREDS = 0
             AND LK-NW-VALUE > 999
             MOVE "and" TO WS-WORD
             PERFORM B90-AppendWord
           END-IF
           IF WS-HUNDREDS > 0
             MOVE WS-ONES-WORD(WS-HUNDREDS) TO WS-WORD
             PERFORM B90-AppendWord
             MOVE "hundred" TO WS-WORD
             PERFORM B90-AppendWord
             IF WS-REMAINDER > 0
               MOVE "and" TO WS-WORD
               PERFORM B90-AppendWord
             END-IF
           END-IF
           IF WS-REMAINDER > 0
             PERFORM B10-SayBelowHundred
           END-IF
           IF WS-GROUP-IDX < 4
             MOVE WS-SCALE-WORD(WS-GROUP-IDX) TO WS-WORD
             PERFORM B90-AppendWord
           END-IF
           .
      ***** 1-19 are single words; 20-99 are a tens word, hyphened
      ***** to a ones word when the ones digit is not zero.
       B10-SayBelowHundred.
           IF WS-REMAINDER < 20
             MOVE WS-ONES-WORD(WS-REMAINDER) TO WS-WORD
             PERFORM B90-AppendWord
             EXIT PARAGRAPH
           END-IF
           DIVIDE WS-REMAINDER BY 10 GIVING WS-TENS
             REMAINDER WS-ONES
           MOVE WS-TENS-WORD(WS-TENS - 1) TO WS-WORD
           PERFORM B90-AppendWord
           IF WS-ONES > 0
             SUBTRACT 1 FROM WS-PTR
             STRING "-" DELIMITED BY SIZE
               WS-ONES-WORD(WS-ONES) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO LK-NW-WORDS WITH POINTER WS-PTR
             END-STRING
           END-IF
           .
      ***** Each word goes on with one trailing space, so the pointer
      ***** always rests where the next word starts.
       B90-AppendWord.
           STRING WS-WORD DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             INTO LK-NW-WORDS WITH POINTER WS-PTR
           END-STRING
           .
       C00-CountLetters.
           MOVE 0 TO LK-NW-LETTERS
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
             UNTIL WS-CHAR-IDX > 200
             IF LK-NW-WORDS(WS-CHAR-IDX:1) >= "a"
               AND LK-NW-WORDS(WS-CHAR-IDX:1) <= "z"
               ADD 1 TO LK-NW-LETTERS
             END-IF
           END-PERFORM
           .
      ***** Exit
       END PROGRAM NumWords.
