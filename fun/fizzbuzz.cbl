      *        fizzbuzz <start> <end> [<divisor> <word>] ...
      *        fizzbuzz <start> <end> SET=<name>
      *        fizzbuzz LIST=<file> [rules ...]
      *        fizzbuzz <start> <end> COMPARE=<set> [rules ...]
      *    Range defaults to 1-100 when not supplied. Any number of
      *    trailing divisor/word pairs may follow; when none are
      *    given, the rules default to the original pair, 3/Fizz and
      *    3 and 5 rules) the matching words are combined in rule
      *    order, the way "FizzBuzz" combines "Fizz" and "Buzz".
      *
      *    The COMPARE= form shows what a rule change would do before
      *    anybody makes it. COMPARE=<set> names the baseline, a set
      *    in the rules library, and goes where SET= would (argument
      *    3, or 2 after LIST=); the rules that follow it - SET=<name>,
      *    command-line pairs, or the default Fizz/Buzz pair - are the
      *    proposed side. Both sets run over the same range or LIST=
      *    file, and the report lists only the numbers whose words
      *    differ, baseline first, then closes with each word's count
      *    under either set and the shift between them. FbRules runs
      *    this as its pre-check on a CHANGE (see fbrules.cbl). The
      *    baseline set's rows are held in WS-RULE-TBL entries 11-20,
      *    after the proposed side's, and loaded through the same
      *    library validation as SET=. A baseline set's name can run
      *    to ten characters, what an 18-character argument leaves
      *    after COMPARE=.
      *
      *    Every run is recorded in the shared results ledger through
      *    LedgerWriter, like every Problem program: the range and
      *    rule set go in the PARAMETERS field, and the recorded
      *    answer is the count of numbers that matched at least one
      *    rule (the summary tallies' total), so fun/fizzbuzz.out
      *    output always has a corresponding run record. A COMPARE=
      *    run records the baseline set with the rules, and the count
      *    of numbers whose words differ as its answer.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RANGE-END PIC 9(6) VALUE 100.
       01 WS-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-RULE-TBL.
           05 WS-RULE OCCURS 20 TIMES.
               10 WS-RULE-TYPE PIC X(1).
               10 WS-RULE-DIVISOR PIC 9(6).
               10 WS-RULE-OPERAND-2 PIC 9(6).
               10 WS-RULE-WORD PIC X(10).
       01 WS-RULE-IDX PIC 9(2).
       01 WS-RULE-LO PIC 9(2).
       01 WS-RULE-HI PIC 9(2).
       01 WS-CMP-MODE PIC X(1) VALUE 'N'.
       01 WS-CMP-SET-NAME PIC X(12).
       01 WS-CMP-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-CMP-WORD PIC X(80).
       01 WS-CMP-TOTAL PIC 9(6) VALUE 0.
       01 WS-CMP-DIFF-COUNT PIC 9(6) VALUE 0.
       01 WS-CMP-PROPOSED PIC X(60).
       01 WS-SHIFT-COUNT PIC 9(2) VALUE 0.
       01 WS-SHIFT-TBL.
           05 WS-SHIFT OCCURS 40 TIMES.
               10 WS-SHIFT-WORD PIC X(80).
               10 WS-SHIFT-BASE-CNT PIC 9(6).
               10 WS-SHIFT-PROP-CNT PIC 9(6).
       01 WS-SHIFT-IDX PIC 9(2).
       01 WS-SHIFT-KEY PIC X(80).
       01 WS-SHIFT-SIDE PIC X(1).
       01 WS-SHIFT-DELTA PIC S9(7).
       01 WS-SHIFT-EDIT PIC +(6)9.
       01 WS-BASE-EDIT PIC Z(5)9.
       01 WS-PROP-EDIT PIC Z(5)9.
       01 WS-NUMBER-EDIT PIC Z(5)9.
       01 WS-ARG-NUM PIC 9(2).
       01 WS-MORE-ARGS PIC X(1) VALUE 'Y'.
       01 WS-ARG-DIVISOR PIC X(10).
       01 WS-DIVISOR-EDIT PIC ZZZZZ9.
       01 WS-MATCHED-COUNT PIC 9(6).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARMOV.
       01 WS-PROGRAM-VERSION PIC 9(2) VALUE 1.
       COPY EUVERSION.
       COPY EUANSWER.
       01 WS-PAGED-LINE PIC X(80).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
           CALL "ReportVersion" USING WS-OUT-BASE WS-OUT-FILENAME
           OPEN OUTPUT OUT-FILE
           PERFORM A25-WriteReportHeader
           IF WS-CMP-MODE = 'Y'
             PERFORM A27-WriteCompareHeading
           END-IF
           IF WS-LIST-MODE = 'Y'
             PERFORM C20-RunListMode
           ELSE
               PERFORM C30-ProcessNumber
             END-PERFORM
           END-IF
           IF WS-CMP-MODE = 'Y'
             PERFORM A55-WriteCompareSummary
           END-IF
           PERFORM A98-WriteReportFooter
           CLOSE OUT-FILE
           IF WS-CMP-MODE = 'N'
             PERFORM A50-DisplaySummary
           END-IF
           PERFORM A60-WriteLedgerEntry
           GOBACK.
      ***** End of Program execution
           MOVE 'H' TO EURPTFMT-MODE
           MOVE "fizzbuzz" TO EURPTFMT-PROGRAM
           MOVE "FizzBuzz" TO EURPTFMT-TITLE
           IF WS-CMP-MODE = 'Y'
             MOVE "FizzBuzz Rule-Set Comparison" TO EURPTFMT-TITLE
           END-IF
           CALL "ReportFormat" USING EURPTFMT-MODE EURPTFMT-PROGRAM
             EURPTFMT-TITLE EURPTFMT-LINE-TBL EURPTFMT-LINE-COUNT
             EURPTFMT-PAGE-AREA
      ***** when none are supplied, so A00-Begin falls back to
      ***** A20-InitRules's original Fizz/Buzz pair.
       A15-GetRules.
           PERFORM A16-ReadRuleArg
           IF WS-SET-ARG(1:8) = "COMPARE="
             MOVE WS-SET-ARG(9:10) TO WS-SET-NAME
             PERFORM B20-LoadRuleSet
             PERFORM B30-ParkCompareSet
             ADD 1 TO WS-RULE-ARG-BASE
             PERFORM A16-ReadRuleArg
           END-IF
           IF WS-SET-ARG(1:4) = "SET="
             MOVE WS-SET-ARG(5:12) TO WS-SET-NAME
             PERFORM B15-ReadOneRule
           END-PERFORM
           .
      ***** The argument at the rule position - from the override
      ***** table when a caller filled it, else the command line.
       A16-ReadRuleArg.
           IF WS-EUPARM-OVR-COUNT > 0
             MOVE WS-EUPARM-OVR-VALUE(WS-RULE-ARG-BASE)
               TO WS-SET-ARG
           ELSE
             DISPLAY WS-RULE-ARG-BASE UPON ARGUMENT-NUMBER
             MOVE SPACES TO WS-SET-ARG
             ACCEPT WS-SET-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
           END-IF
           .
      ***** The COMPARE= baseline set has just loaded into entries
      ***** 1 onward; it moves up to entries 11-20 so the proposed
      ***** rules load into 1-10 exactly as they would on a plain
      ***** run, and the library file is readied for a second pass.
       B30-ParkCompareSet.
           MOVE 'Y' TO WS-CMP-MODE
           MOVE WS-SET-NAME TO WS-CMP-SET-NAME
           MOVE WS-RULE-COUNT TO WS-CMP-RULE-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
             UNTIL WS-RULE-IDX > WS-CMP-RULE-COUNT
             MOVE WS-RULE(WS-RULE-IDX) TO WS-RULE(WS-RULE-IDX + 10)
           END-PERFORM
           MOVE 0 TO WS-RULE-COUNT
           MOVE SPACES TO WS-SET-NAME
           MOVE 'N' TO EOF-RULES-FILE
           .
      ***** Reads the divisor/word pairs from override entries 3
      ***** onward, the same positions they would occupy on the
      ***** command line.
      ***** the per-number body both the range walk and the list
      ***** walk share.
       C30-ProcessNumber.
           IF WS-CMP-MODE = 'Y'
             PERFORM C40-CompareNumber
             EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RULE-LO
           MOVE WS-RULE-COUNT TO WS-RULE-HI
           PERFORM C35-BuildWord
           IF WS-OUTPUT-PTR > 1
             PERFORM A40-TallyWord
             PERFORM A30-Emit
           ELSE
             ADD 1 TO WS-PLAIN-COUNT
             MOVE I TO WS-OUTPUT-WORD
             PERFORM A30-Emit
           END-IF
           .
      ***** Combines, in rule order, the words of the rules in
      ***** entries WS-RULE-LO through WS-RULE-HI that the current
      ***** number I matches; WS-OUTPUT-PTR stays 1 when none do.
       C35-BuildWord.
           MOVE SPACES TO WS-OUTPUT-WORD
           MOVE 1 TO WS-OUTPUT-PTR
           PERFORM VARYING WS-RULE-IDX FROM WS-RULE-LO BY 1
             UNTIL WS-RULE-IDX > WS-RULE-HI
             PERFORM A35-MatchRule
             IF WS-RULE-MATCHED = 'Y'
               STRING FUNCTION TRIM(WS-RULE-WORD(WS-RULE-IDX))
               END-STRING
             END-IF
           END-PERFORM
           .
      ***** COMPARE= run: the current number's word under the
      ***** baseline set (entries 11 up) and under the proposed
      ***** rules (entries 1 up). Only a number whose two words
      ***** differ is written; every number counts toward the
      ***** word-count shifts. A number no rule matches counts as
      ***** "(number)".
       C40-CompareNumber.
           ADD 1 TO WS-CMP-TOTAL
           MOVE 11 TO WS-RULE-LO
           COMPUTE WS-RULE-HI = 10 + WS-CMP-RULE-COUNT
           PERFORM C35-BuildWord
           IF WS-OUTPUT-PTR = 1
             MOVE "(number)" TO WS-OUTPUT-WORD
           END-IF
           MOVE WS-OUTPUT-WORD TO WS-CMP-WORD
           MOVE 1 TO WS-RULE-LO
           MOVE WS-RULE-COUNT TO WS-RULE-HI
           PERFORM C35-BuildWord
           IF WS-OUTPUT-PTR = 1
             MOVE "(number)" TO WS-OUTPUT-WORD
           END-IF
           MOVE 'B' TO WS-SHIFT-SIDE
           MOVE WS-CMP-WORD TO WS-SHIFT-KEY
           PERFORM C45-TallyShift
           MOVE 'P' TO WS-SHIFT-SIDE
           MOVE WS-OUTPUT-WORD TO WS-SHIFT-KEY
           PERFORM C45-TallyShift
           IF WS-CMP-WORD NOT = WS-OUTPUT-WORD
             ADD 1 TO WS-CMP-DIFF-COUNT
             MOVE I TO WS-NUMBER-EDIT
             MOVE SPACES TO OUT-FILE-LINE
             STRING WS-NUMBER-EDIT ": "
               FUNCTION TRIM(WS-CMP-WORD) " -> "
               FUNCTION TRIM(WS-OUTPUT-WORD)
               DELIMITED BY SIZE INTO OUT-FILE-LINE
             DISPLAY FUNCTION TRIM(OUT-FILE-LINE)
             PERFORM A97-WritePagedLine
           END-IF
           .
      ***** Counts WS-SHIFT-KEY against the baseline (B) or proposed
      ***** (P) side; words past the table's forty are counted
      ***** together in its last entry.
       C45-TallyShift.
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
             UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
             OR WS-SHIFT-WORD(WS-SHIFT-IDX) = WS-SHIFT-KEY
             CONTINUE
           END-PERFORM
           IF WS-SHIFT-IDX > WS-SHIFT-COUNT
             IF WS-SHIFT-COUNT < 40
               ADD 1 TO WS-SHIFT-COUNT
             ELSE
               MOVE "(other words)" TO WS-SHIFT-KEY
             END-IF
             MOVE WS-SHIFT-COUNT TO WS-SHIFT-IDX
             MOVE WS-SHIFT-KEY TO WS-SHIFT-WORD(WS-SHIFT-IDX)
             IF WS-SHIFT-COUNT < 40
               MOVE 0 TO WS-SHIFT-BASE-CNT(WS-SHIFT-IDX)
               MOVE 0 TO WS-SHIFT-PROP-CNT(WS-SHIFT-IDX)
             END-IF
           END-IF
           IF WS-SHIFT-SIDE = 'B'
             ADD 1 TO WS-SHIFT-BASE-CNT(WS-SHIFT-IDX)
           ELSE
             ADD 1 TO WS-SHIFT-PROP-CNT(WS-SHIFT-IDX)
           END-IF
           .
      ***** List mode: each record is validated numeric the way a
               WS-TALLY-CNT(WS-TALLY-IDX)
           END-PERFORM
           .
      ***** COMPARE= run: names the two sides ahead of the lines for
      ***** the numbers whose words differ.
       A27-WriteCompareHeading.
           MOVE SPACES TO OUT-FILE-LINE
           STRING "Baseline: set " FUNCTION TRIM(WS-CMP-SET-NAME)
             DELIMITED BY SIZE INTO OUT-FILE-LINE
           DISPLAY FUNCTION TRIM(OUT-FILE-LINE)
           PERFORM A97-WritePagedLine
           MOVE SPACES TO OUT-FILE-LINE
           IF WS-SET-NAME NOT = SPACES
             STRING "Proposed: set " FUNCTION TRIM(WS-SET-NAME)
               DELIMITED BY SIZE INTO OUT-FILE-LINE
           ELSE
             MOVE 1 TO WS-RULE-LO
             MOVE WS-RULE-COUNT TO WS-RULE-HI
             PERFORM A65-BuildRulesList
             STRING "Proposed: rules " FUNCTION TRIM(WS-RULES-LIST)
               DELIMITED BY SIZE INTO OUT-FILE-LINE
           END-IF
           DISPLAY FUNCTION TRIM(OUT-FILE-LINE)
           PERFORM A97-WritePagedLine
           MOVE "Numbers whose words differ (baseline -> proposed):"
             TO OUT-FILE-LINE
           DISPLAY FUNCTION TRIM(OUT-FILE-LINE)
           PERFORM A97-WritePagedLine
           .
      ***** COMPARE= run: the count of differing numbers, then each
      ***** word's count under the baseline and proposed sets and
      ***** the shift between them, in order of first appearance.
       A55-WriteCompareSummary.
           MOVE SPACES TO OUT-FILE-LINE
           PERFORM A97-WritePagedLine
           MOVE WS-CMP-TOTAL TO WS-BASE-EDIT
           MOVE WS-CMP-DIFF-COUNT TO WS-PROP-EDIT
           STRING "Compared " FUNCTION TRIM(WS-BASE-EDIT)
             " numbers; " FUNCTION TRIM(WS-PROP-EDIT)
             " produce different words"
             DELIMITED BY SIZE INTO OUT-FILE-LINE
           IF WS-LIST-MODE = 'Y'
             MOVE WS-REJECT-COUNT TO WS-BASE-EDIT
             STRING FUNCTION TRIM(OUT-FILE-LINE) " ("
               FUNCTION TRIM(WS-BASE-EDIT) " list records rejected)"
               DELIMITED BY SIZE INTO WS-CMP-WORD
             MOVE WS-CMP-WORD TO OUT-FILE-LINE
           END-IF
           DISPLAY " "
           DISPLAY FUNCTION TRIM(OUT-FILE-LINE)
           PERFORM A97-WritePagedLine
           MOVE "Word counts     Baseline  Proposed     Shift"
             TO OUT-FILE-LINE
           DISPLAY FUNCTION TRIM(OUT-FILE-LINE)
           PERFORM A97-WritePagedLine
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
             UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
             MOVE WS-SHIFT-BASE-CNT(WS-SHIFT-IDX) TO WS-BASE-EDIT
             MOVE WS-SHIFT-PROP-CNT(WS-SHIFT-IDX) TO WS-PROP-EDIT
             COMPUTE WS-SHIFT-DELTA = WS-SHIFT-PROP-CNT(WS-SHIFT-IDX)
               - WS-SHIFT-BASE-CNT(WS-SHIFT-IDX)
             MOVE WS-SHIFT-DELTA TO WS-SHIFT-EDIT
             MOVE SPACES TO OUT-FILE-LINE
             MOVE WS-SHIFT-WORD(WS-SHIFT-IDX) TO OUT-FILE-LINE(1:15)
             MOVE WS-BASE-EDIT TO OUT-FILE-LINE(19:6)
             MOVE WS-PROP-EDIT TO OUT-FILE-LINE(29:6)
             MOVE WS-SHIFT-EDIT TO OUT-FILE-LINE(38:7)
             IF WS-SHIFT-DELTA = 0
               MOVE "      0" TO OUT-FILE-LINE(38:7)
             END-IF
             IF WS-SHIFT-WORD(WS-SHIFT-IDX)(16:1) NOT = SPACE
               MOVE "+" TO OUT-FILE-LINE(15:1)
             END-IF
             DISPLAY OUT-FILE-LINE(1:44)
             PERFORM A97-WritePagedLine
           END-PERFORM
           .
      ***** Writes one detail line through the shared formatter's
      ***** page accounting: mode 'P' counts the line and hands back
      ***** a page-break block whenever a new page starts, which is
           .
      ***** Reports the wall-clock elapsed time for the run, computed
      ***** from the date and time captured at A01-StampRunDate and
      ***** the date and time now. The days between the two dates
      ***** come from the shared DateCalc module, so a run that crosses
      ***** midnight - or a month end - still reports its true
      ***** elapsed time; the overnight runs are exactly the ones
      ***** whose timings matter most.
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
      ***** Records the run in the shared ledger the way every
      ***** Problem program does: range and rule set as PARAMETERS,
      ***** the count of rule-matched numbers as the answer (on a
      ***** COMPARE= run, the count of numbers whose words differ).
       A60-WriteLedgerEntry.
           MOVE 1 TO WS-RULE-LO
           MOVE WS-RULE-COUNT TO WS-RULE-HI
           PERFORM A65-BuildRulesList
           MOVE SPACES TO WS-LEDGER-PARMS
           IF WS-CMP-MODE = 'Y'
             IF WS-LIST-MODE = 'Y'
               STRING "LIST=" FUNCTION TRIM(WS-LIST-FILENAME)
                 DELIMITED BY SIZE INTO WS-LEDGER-PARMS
             ELSE
               STRING "RANGE=" WS-RANGE-START "-" WS-RANGE-END
                 DELIMITED BY SIZE INTO WS-LEDGER-PARMS
             END-IF
             MOVE SPACES TO WS-CMP-WORD
             STRING FUNCTION TRIM(WS-LEDGER-PARMS)
               " COMPARE=" FUNCTION TRIM(WS-CMP-SET-NAME)
               " RULES=" FUNCTION TRIM(WS-RULES-LIST)
               DELIMITED BY SIZE INTO WS-CMP-WORD
             MOVE WS-CMP-WORD TO WS-LEDGER-PARMS
             MOVE WS-CMP-DIFF-COUNT TO WS-EULER-RESULT
           ELSE
             PERFORM A62-BuildLedgerParms
           END-IF
           PERFORM A99-ReportElapsedTime
           MOVE WS-PROGRAM-VERSION TO WS-PGM-VERSION
           MOVE WS-EULER-RESULT TO WS-EULER-ANSWER
           CALL "LedgerWriter" USING WS-LEDGER-PROGRAM WS-LEDGER-PARMS
             WS-EULER-RESULT WS-ELAPSED-HSEC
           .
       A62-BuildLedgerParms.
           IF WS-LIST-MODE = 'Y'
             COMPUTE WS-MATCHED-COUNT =
               WS-VALID-COUNT - WS-PLAIN-COUNT
             STRING "LIST=" FUNCTION TRIM(WS-LIST-FILENAME)
               " REJECTS=" WS-REJECT-COUNT
               " RULES=" FUNCTION TRIM(WS-RULES-LIST)
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           ELSE
             COMPUTE WS-MATCHED-COUNT =
               WS-RANGE-END - WS-RANGE-START + 1 - WS-PLAIN-COUNT
             STRING "RANGE=" WS-RANGE-START "-" WS-RANGE-END
               " RULES=" FUNCTION TRIM(WS-RULES-LIST)
               DELIMITED BY SIZE INTO WS-LEDGER-PARMS
           END-IF
           MOVE WS-MATCHED-COUNT TO WS-EULER-RESULT
           .
      ***** Lists the rules in entries WS-RULE-LO through WS-RULE-HI
      ***** in their short form (3/Fizz, C3/Fizz, R10/Teen).
       A65-BuildRulesList.
           MOVE SPACES TO WS-RULES-LIST
           MOVE 1 TO WS-RULES-PTR
           PERFORM VARYING WS-RULE-IDX FROM WS-RULE-LO BY 1
             UNTIL WS-RULE-IDX > WS-RULE-HI
             IF WS-RULE-IDX > WS-RULE-LO
               STRING "," DELIMITED BY SIZE INTO WS-RULES-LIST
                 WITH POINTER WS-RULES-PTR
               END-STRING
               END-STRING
             END-IF
           END-PERFORM
           .
      ***** Exit
       END PROGRAM fizzbuzz.
