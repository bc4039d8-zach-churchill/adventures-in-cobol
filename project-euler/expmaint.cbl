      *            the operator each current answer next to the
      *            expected one, and updates the control file only on
      *            an explicit Y per case
      *        expmaint CARDS=<file>
      *            applies a deck of ADD, CHANGE and DELETE cards,
      *            one per record, each written exactly as its
      *            command line would be without the program name
      *            ("ADD Problem3 29 N 13195"); blank records and
      *            records starting '*' are skipped. CovRpt writes
      *            such a deck of proposed cases
      *            (project-euler/covrpt.deck), so adopting them is
      *            a review of the deck plus this one command
      *
      *    A deck is all or nothing: every card is checked against
      *    the cases on file (and the cards before it) first, and
      *    the first bad card abends the run with the card shown
      *    and nothing changed; only a clean deck is applied, each
      *    card journaled as its own mode would be.
      *
      *    Validation: program and answer are required, the answer
      *    must be numeric, the skip flag must be S or N, and an ADD
      *    of a case that already exists is rejected.
      *
      *    An answer of more than 20 digits (up to 60) is kept as the
      *    case's wide answer in columns 102-161, with the 20-digit
      *    field zeroed; EulerRegress then checks the case against
      *    the text-form answer channel (see copybooks/EUANSWER.cpy).
      *    A CHANGE to an answer of 20 digits or fewer clears any
      *    wide answer the case had, and APPROVE baselines a wide
      *    case from the channel.
      *
      *    APPROVE CALLs the Problem programs by name, so like
      *    EulerRegress it needs their object code linked into the
      *    same run unit.
      *    A baseline is always computed afresh: the shared
      *    result-reuse check (see resultreuse.cbl) is switched off
      *    around each CALL.
      *****************************************************************
       PROGRAM-ID. ExpMaint.
       ENVIRONMENT DIVISION.
           SELECT EXPECT-FILE ASSIGN TO DYNAMIC WS-EXPECT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXPECT-STATUS-CD.
           SELECT CARD-FILE ASSIGN TO DYNAMIC WS-CARD-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARD-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD EXPECT-FILE.
           05 EXPECT-ANSWER PIC 9(20).
           05 EXPECT-SKIP PIC X(1).
           05 EXPECT-BUDGET-X PIC X(8).
           05 EXPECT-WIDE PIC X(60).
       FD CARD-FILE.
       01 CARD-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-EXPECT-STATUS-CD PIC XX.
       01 WS-EXPECT-PATH PIC X(100)
       01 WS-PN-DEFAULT PIC X(80).
       01 EOF-EXPECT-FILE PIC X VALUE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-ARG-FIRST PIC X(80).
       01 WS-CARD-STATUS-CD PIC XX.
       01 EOF-CARD-FILE PIC X.
       01 WS-CARD-FILENAME PIC X(80).
       01 WS-DECK-PASS PIC X(1) VALUE SPACE.
       01 WS-CARD-COUNT PIC 9(3).
       01 WS-CARD-TOKEN-COUNT PIC 9(2).
       01 WS-CARD-TOKEN-TBL.
           05 WS-CARD-TOKEN PIC X(60) OCCURS 20 TIMES.
       01 WS-CARD-TOKEN-IDX PIC 9(2).
       01 WS-CARD-TEXT PIC X(200).
       01 WS-ARG-PROGRAM PIC X(12).
       01 WS-ARG-ANSWER PIC X(60).
       01 WS-ARG-WIDE PIC X(60).
       01 WS-ARG-SKIP PIC X(1).
       01 WS-ARG-PARMS PIC X(60).
       01 WS-ARG-NUM PIC 9(2).
       01 WS-ANS-LEN PIC 9(2).
       01 WS-CHAR-IDX PIC 9(2).
       01 WS-ANS-OK PIC X(1).
       01 WS-CASE-COUNT PIC 9(3) VALUE 0.
       01 WS-CASE-TBL.
           05 WS-CASE-ENTRY OCCURS 200 TIMES.
               10 WS-CASE-PROGRAM PIC X(12).
               10 WS-CASE-PARMS PIC X(60).
               10 WS-CASE-ANSWER PIC 9(20).
               10 WS-CASE-SKIP PIC X(1).
               10 WS-CASE-BUDGET PIC 9(8).
               10 WS-CASE-WIDE PIC X(60).
       01 WS-CASE-IDX PIC 9(3).
       01 WS-SIG-IN PIC X(60).
       01 WS-SIG-OUT PIC X(60).
       01 WS-SIG-FIRST PIC 9(2).
       01 WS-SIG-LAST PIC 9(2).
       01 WS-SIG-IDX PIC 9(2).
       01 WS-ACTUAL-WIDE PIC X(60).
       01 WS-WIDE-MATCH PIC X(1).
       01 WS-ARG-BUDGET PIC 9(8).
       01 WS-BUDGET-GIVEN PIC X(1).
       01 WS-BUD-TRIM PIC X(12).
       01 WS-BUD-LEN PIC 9(2).
       01 WS-BUD-CHAR-IDX PIC 9(2).
       01 WS-BUD-OK PIC X(1).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-SHIFT-IDX PIC 9(3).
       01 WS-ACTUAL-EDIT PIC Z(19)9.
       01 WS-EXPECT-EDIT PIC Z(19)9.
       01 WS-CONFIRM PIC X(1).
       01 WS-CHANGED-COUNT PIC 9(3) VALUE 0.
       01 WS-EULER-RESULT PIC 9(20) VALUE 0 EXTERNAL.
       COPY EUANSWER.
       01 WS-UA-PERM PIC X(1).
       01 WS-UA-PROGRAM PIC X(10) VALUE "ExpMaint".
       01 WS-UA-USER PIC X(12).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARMOV.
       COPY EUREUSE.
       01 WS-SAVED-FORCE PIC X(1).
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
               PERFORM D00-RewriteFile
             WHEN "APPROVE"
               PERFORM C40-ApproveBaseline
             WHEN "CARDS"
               PERFORM G00-RunDeck
             WHEN OTHER
               DISPLAY "ABEND: mode must be LIST, ADD, CHANGE, "
                 "DELETE, APPROVE, or CARDS=<file> (got "
                 FUNCTION TRIM(WS-MODE) ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
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
      ***** trailing values (from argument 5 for ADD/CHANGE, 3 for
      ***** DELETE) are joined with single spaces into the case's
      ***** parameter string, exactly as euler.expected carries it.
      ***** The first argument is read wide so a CARDS= deck path
      ***** fits, the way PrimeQuery reads its own.
       A05-GetParameters.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-FIRST
           ACCEPT WS-ARG-FIRST FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE "LIST" TO WS-ARG-FIRST
           END-ACCEPT
           MOVE WS-ARG-FIRST TO WS-MODE
           IF WS-ARG-FIRST(1:6) = "CARDS="
             MOVE "CARDS" TO WS-MODE
             MOVE WS-ARG-FIRST(7:74) TO WS-CARD-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-PROGRAM
           MOVE SPACES TO WS-ARG-ANSWER
           MOVE SPACES TO WS-ARG-SKIP
           MOVE SPACES TO WS-ARG-PARMS
           IF WS-MODE = "LIST" OR WS-MODE = "APPROVE"
             OR WS-MODE = "CARDS"
             EXIT PARAGRAPH
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
                 MOVE 'N' TO WS-MORE-ARGS
             END-ACCEPT
             IF WS-MORE-ARGS = 'Y'
               PERFORM A07-TakeTrailingValue
               ADD 1 TO WS-ARG-NUM
             END-IF
           END-PERFORM
           PERFORM A10-ValidateOperands
           .
      ***** One trailing value, off the command line or a deck card:
      ***** the budget word, or the next word of the parameter list.
       A07-TakeTrailingValue.
           IF WS-MODE NOT = "DELETE"
             AND WS-ARG-VALUE(1:7) = "BUDGET="
             PERFORM A08-TakeBudget
           ELSE
             IF WS-PARMS-PTR > 1
               STRING " " DELIMITED BY SIZE INTO WS-ARG-PARMS
                 WITH POINTER WS-PARMS-PTR
               END-STRING
             END-IF
             STRING FUNCTION TRIM(WS-ARG-VALUE) DELIMITED BY SIZE
               INTO WS-ARG-PARMS WITH POINTER WS-PARMS-PTR
             END-STRING
           END-IF
           .
      ***** The elapsed-budget word is lifted out of the trailing
      ***** values so it never pollutes the parameter list; its
      ***** value must be digits only, in hundredths of seconds.
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-ARG-WIDE
           IF WS-ANS-LEN > 20
             MOVE WS-ARG-ANSWER TO WS-SIG-IN
             PERFORM B20-SignificantDigits
             MOVE WS-SIG-OUT TO WS-ARG-WIDE
             MOVE 0 TO WS-ANSWER-NUM
           ELSE
             COMPUTE WS-ANSWER-NUM = FUNCTION NUMVAL(WS-ARG-ANSWER)
           END-IF
           IF WS-ARG-SKIP NOT = 'S' AND WS-ARG-SKIP NOT = 'N'
             DISPLAY "ABEND: SKIP operand must be S or N (got '"
               WS-ARG-SKIP "')"
               AT END MOVE 'Y' TO EOF-EXPECT-FILE
               NOT AT END
                 IF EXPECT-PROGRAM NOT = SPACES
                   AND WS-CASE-COUNT < 200
                   ADD 1 TO WS-CASE-COUNT
                   MOVE EXPECT-PROGRAM TO
                     WS-CASE-PROGRAM(WS-CASE-COUNT)
                   ELSE
                     MOVE 0 TO WS-CASE-BUDGET(WS-CASE-COUNT)
                   END-IF
                   MOVE EXPECT-WIDE TO WS-CASE-WIDE(WS-CASE-COUNT)
                 END-IF
             END-READ
           END-PERFORM
             END-IF
           END-PERFORM
           .
      ***** WS-SIG-IN's digits from the first non-zero one to the
      ***** last digit, left-justified in WS-SIG-OUT ("0" for zero) -
      ***** the same reduction EulerRegress compares wide answers by.
       B20-SignificantDigits.
           MOVE 0 TO WS-SIG-FIRST
           MOVE 0 TO WS-SIG-LAST
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
             UNTIL WS-SIG-IDX > 60
             IF WS-SIG-IN(WS-SIG-IDX:1) IS NUMERIC
               MOVE WS-SIG-IDX TO WS-SIG-LAST
               IF WS-SIG-FIRST = 0
                 AND WS-SIG-IN(WS-SIG-IDX:1) NOT = "0"
                 MOVE WS-SIG-IDX TO WS-SIG-FIRST
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-SIG-OUT
           IF WS-SIG-FIRST = 0
             MOVE "0" TO WS-SIG-OUT
           ELSE
             MOVE WS-SIG-IN(WS-SIG-FIRST:
               WS-SIG-LAST - WS-SIG-FIRST + 1) TO WS-SIG-OUT
           END-IF
           .
       C00-ListCases.
           DISPLAY "Expected cases on file: " WS-CASE-COUNT
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                 "  skip=" WS-CASE-SKIP(WS-CASE-IDX)
                 "  budget=" WS-CASE-BUDGET(WS-CASE-IDX)
             END-IF
             IF WS-CASE-WIDE(WS-CASE-IDX) NOT = SPACES
               DISPLAY "      wide="
                 FUNCTION TRIM(WS-CASE-WIDE(WS-CASE-IDX))
             END-IF
           END-PERFORM
           .
       C10-AddCase.
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-CASE-COUNT >= 200
             DISPLAY "ABEND: control file is full (200 cases)"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ANSWER-NUM TO WS-CASE-ANSWER(WS-CASE-COUNT)
           MOVE WS-ARG-SKIP TO WS-CASE-SKIP(WS-CASE-COUNT)
           MOVE WS-ARG-BUDGET TO WS-CASE-BUDGET(WS-CASE-COUNT)
           MOVE WS-ARG-WIDE TO WS-CASE-WIDE(WS-CASE-COUNT)
           MOVE "euler.expected" TO WS-CJ-FILE
           MOVE "ADD" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           MOVE WS-CASE-COUNT TO WS-MATCH-IDX
           PERFORM J10-BuildAfterImage
           PERFORM J00-WriteJournal
           IF WS-DECK-PASS NOT = 'V'
             DISPLAY "Added case for "
               FUNCTION TRIM(WS-ARG-PROGRAM)
           END-IF
           .
       C20-ChangeCase.
           PERFORM B10-FindCase
           MOVE "CHANGE" TO WS-CJ-MODE
           PERFORM J20-BuildBeforeImage
           MOVE WS-ANSWER-NUM TO WS-CASE-ANSWER(WS-MATCH-IDX)
           MOVE WS-ARG-WIDE TO WS-CASE-WIDE(WS-MATCH-IDX)
           MOVE WS-ARG-SKIP TO WS-CASE-SKIP(WS-MATCH-IDX)
           IF WS-BUDGET-GIVEN = 'Y'
             MOVE WS-ARG-BUDGET TO WS-CASE-BUDGET(WS-MATCH-IDX)
           END-IF
           PERFORM J10-BuildAfterImage
           PERFORM J00-WriteJournal
           IF WS-DECK-PASS NOT = 'V'
             DISPLAY "Changed case for "
               FUNCTION TRIM(WS-ARG-PROGRAM)
           END-IF
           .
       C30-DeleteCase.
           PERFORM B10-FindCase
               TO WS-CASE-ENTRY(WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CASE-COUNT
           IF WS-DECK-PASS NOT = 'V'
             DISPLAY "Deleted case for "
               FUNCTION TRIM(WS-ARG-PROGRAM)
           END-IF
           .
      ***** Baseline mode: runs every non-skipped case through the
      ***** same EXTERNAL override mechanism EulerRegress uses, shows
             DISPLAY "Baseline unchanged"
           END-IF
           .
      ***** The program is CANCELled after the CALL, as in
      ***** EulerDriver's B00-RunStep, so the next CALL starts fresh.
       C45-ApproveOneCase.
           MOVE SPACES TO WS-EUPARM-OVERRIDE
           MOVE 1 TO WS-EUPARM-OVR-COUNT
             END-UNSTRING
           END-IF
           MOVE 0 TO WS-EULER-RESULT
           MOVE SPACES TO WS-EULER-ANSWER
           MOVE WS-REUSE-FORCE TO WS-SAVED-FORCE
           MOVE 'Y' TO WS-REUSE-FORCE
           CALL WS-CASE-PROGRAM(WS-CASE-IDX)
             ON EXCEPTION
               DISPLAY "Cannot resolve "
                 FUNCTION TRIM(WS-CASE-PROGRAM(WS-CASE-IDX))
                 "; case left as is"
           END-CALL
           CANCEL WS-CASE-PROGRAM(WS-CASE-IDX)
           MOVE WS-SAVED-FORCE TO WS-REUSE-FORCE
           MOVE 0 TO WS-EUPARM-OVR-COUNT
           IF WS-CASE-WIDE(WS-CASE-IDX) NOT = SPACES
             PERFORM C47-ShowWideCase
             IF WS-WIDE-MATCH = 'Y'
               EXIT PARAGRAPH
             END-IF
           ELSE
             MOVE WS-EULER-RESULT TO WS-ACTUAL-EDIT
             MOVE WS-CASE-ANSWER(WS-CASE-IDX) TO WS-EXPECT-EDIT
             DISPLAY FUNCTION TRIM(WS-CASE-PROGRAM(WS-CASE-IDX)) " "
               FUNCTION TRIM(WS-CASE-PARMS(WS-CASE-IDX))
               "  expected=" FUNCTION TRIM(WS-EXPECT-EDIT)
               "  current=" FUNCTION TRIM(WS-ACTUAL-EDIT)
             IF WS-EULER-RESULT = WS-CASE-ANSWER(WS-CASE-IDX)
               DISPLAY "  matches; nothing to approve"
               EXIT PARAGRAPH
             END-IF
           END-IF
           DISPLAY "  approve current as new baseline? (Y/N): "
             WITH NO ADVANCING
             MOVE "APPROVE" TO WS-CJ-MODE
             MOVE WS-CASE-IDX TO WS-MATCH-IDX
             PERFORM J20-BuildBeforeImage
             IF WS-CASE-WIDE(WS-CASE-IDX) NOT = SPACES
               MOVE WS-ACTUAL-WIDE TO WS-CASE-WIDE(WS-CASE-IDX)
             ELSE
               MOVE WS-EULER-RESULT TO WS-CASE-ANSWER(WS-CASE-IDX)
             END-IF
             PERFORM J10-BuildAfterImage
             PERFORM J00-WriteJournal
             ADD 1 TO WS-CHANGED-COUNT
             DISPLAY "  left as is"
           END-IF
           .
      ***** A wide case is shown and compared on significant digits of
      ***** the text channel (the 20-digit result when the program
      ***** left the channel blank); WS-WIDE-MATCH tells the caller
      ***** there is nothing to approve.
       C47-ShowWideCase.
           MOVE 'N' TO WS-WIDE-MATCH
           IF WS-EULER-ANSWER = SPACES
             OR WS-EULER-ANSWER = LOW-VALUES
             MOVE WS-EULER-RESULT TO WS-SIG-IN
           ELSE
             MOVE WS-EULER-ANSWER TO WS-SIG-IN
           END-IF
           PERFORM B20-SignificantDigits
           MOVE WS-SIG-OUT TO WS-ACTUAL-WIDE
           DISPLAY FUNCTION TRIM(WS-CASE-PROGRAM(WS-CASE-IDX)) " "
             FUNCTION TRIM(WS-CASE-PARMS(WS-CASE-IDX))
           DISPLAY "  expected wide="
             FUNCTION TRIM(WS-CASE-WIDE(WS-CASE-IDX))
           DISPLAY "  current wide= " FUNCTION TRIM(WS-ACTUAL-WIDE)
           IF WS-ACTUAL-WIDE = WS-CASE-WIDE(WS-CASE-IDX)
             DISPLAY "  matches; nothing to approve"
             MOVE 'Y' TO WS-WIDE-MATCH
           END-IF
           .
       D00-RewriteFile.
           OPEN OUTPUT EXPECT-FILE
           IF WS-EXPECT-STATUS-CD NOT = "00"
             MOVE WS-CASE-ANSWER(WS-CASE-IDX) TO EXPECT-ANSWER
             MOVE WS-CASE-SKIP(WS-CASE-IDX) TO EXPECT-SKIP
             MOVE WS-CASE-BUDGET(WS-CASE-IDX) TO EXPECT-BUDGET-X
             MOVE WS-CASE-WIDE(WS-CASE-IDX) TO EXPECT-WIDE
             WRITE EXPECT-RECORD
           END-PERFORM
           CLOSE EXPECT-FILE
           .
      ***** Deck mode: the deck is read twice. The checking pass
      ***** runs every card against the cases in memory with
      ***** journaling off, so a bad card abends before anything is
      ***** written; the cases are then reloaded from the file and
      ***** the applying pass runs the same cards for real, and the
      ***** control file is rewritten once at the end.
       G00-RunDeck.
           IF WS-CARD-FILENAME = SPACES
             DISPLAY "ABEND: CARDS= needs the deck file name"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "Checking deck " FUNCTION TRIM(WS-CARD-FILENAME)
           MOVE 'V' TO WS-DECK-PASS
           PERFORM G10-ReadDeck
           IF WS-CARD-COUNT = 0
             DISPLAY "ABEND: deck " FUNCTION TRIM(WS-CARD-FILENAME)
               " holds no cards"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'A' TO WS-DECK-PASS
           MOVE 0 TO WS-CASE-COUNT
           MOVE 'N' TO EOF-EXPECT-FILE
           PERFORM B00-LoadCases
           PERFORM G10-ReadDeck
           PERFORM D00-RewriteFile
           DISPLAY "Deck applied: " WS-CARD-COUNT " cards"
           .
       G10-ReadDeck.
           MOVE 0 TO WS-CARD-COUNT
           MOVE 'N' TO EOF-CARD-FILE
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS-CD NOT = "00"
             DISPLAY "ABEND: cannot open deck "
               FUNCTION TRIM(WS-CARD-FILENAME)
               " (status " WS-CARD-STATUS-CD ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-CARD-FILE = 'Y'
             READ CARD-FILE
               AT END MOVE 'Y' TO EOF-CARD-FILE
               NOT AT END
                 MOVE FUNCTION TRIM(CARD-RECORD) TO WS-CARD-TEXT
                 IF WS-CARD-TEXT NOT = SPACES
                   AND WS-CARD-TEXT(1:1) NOT = "*"
                   PERFORM G20-TakeCard
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CARD-FILE
           .
      ***** One card, split into words and staged into the same
      ***** operand fields the command line fills, then validated
      ***** and applied by the same paragraphs.
       G20-TakeCard.
           ADD 1 TO WS-CARD-COUNT
           IF WS-DECK-PASS = 'V'
             DISPLAY "Card " WS-CARD-COUNT ": "
               FUNCTION TRIM(WS-CARD-TEXT)
           END-IF
           MOVE SPACES TO WS-CARD-TOKEN-TBL
           MOVE 0 TO WS-CARD-TOKEN-COUNT
           UNSTRING WS-CARD-TEXT DELIMITED BY ALL " "
             INTO WS-CARD-TOKEN(1) WS-CARD-TOKEN(2) WS-CARD-TOKEN(3)
               WS-CARD-TOKEN(4) WS-CARD-TOKEN(5) WS-CARD-TOKEN(6)
               WS-CARD-TOKEN(7) WS-CARD-TOKEN(8) WS-CARD-TOKEN(9)
               WS-CARD-TOKEN(10) WS-CARD-TOKEN(11) WS-CARD-TOKEN(12)
               WS-CARD-TOKEN(13) WS-CARD-TOKEN(14) WS-CARD-TOKEN(15)
               WS-CARD-TOKEN(16) WS-CARD-TOKEN(17) WS-CARD-TOKEN(18)
               WS-CARD-TOKEN(19) WS-CARD-TOKEN(20)
             TALLYING IN WS-CARD-TOKEN-COUNT
           END-UNSTRING
           MOVE WS-CARD-TOKEN(1) TO WS-MODE
           IF WS-MODE NOT = "ADD" AND WS-MODE NOT = "CHANGE"
             AND WS-MODE NOT = "DELETE"
             DISPLAY "ABEND: card " WS-CARD-COUNT " mode must be "
               "ADD, CHANGE, or DELETE (got "
               FUNCTION TRIM(WS-MODE) ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-CARD-TOKEN(2) TO WS-ARG-PROGRAM
           MOVE SPACES TO WS-ARG-ANSWER
           MOVE SPACES TO WS-ARG-SKIP
           MOVE SPACES TO WS-ARG-PARMS
           IF WS-MODE = "DELETE"
             MOVE 3 TO WS-ARG-NUM
           ELSE
             MOVE WS-CARD-TOKEN(3) TO WS-ARG-ANSWER
             MOVE WS-CARD-TOKEN(4) TO WS-ARG-SKIP
             MOVE 5 TO WS-ARG-NUM
           END-IF
           MOVE 1 TO WS-PARMS-PTR
           MOVE 'N' TO WS-BUDGET-GIVEN
           MOVE 0 TO WS-ARG-BUDGET
           PERFORM VARYING WS-CARD-TOKEN-IDX FROM WS-ARG-NUM BY 1
             UNTIL WS-CARD-TOKEN-IDX > WS-CARD-TOKEN-COUNT
             MOVE WS-CARD-TOKEN(WS-CARD-TOKEN-IDX) TO WS-ARG-VALUE
             PERFORM A07-TakeTrailingValue
           END-PERFORM
           PERFORM A10-ValidateOperands
           EVALUATE WS-MODE
             WHEN "ADD"
               PERFORM C10-AddCase
             WHEN "CHANGE"
               PERFORM C20-ChangeCase
             WHEN "DELETE"
               PERFORM C30-DeleteCase
           END-EVALUATE
           .
      ***** Every mutation goes to the shared change journal (see
      ***** chgjournal.cbl): before-image, after-image, mode, user,
      ***** timestamp - the record the incident log keeps for
      ***** failures, kept here for the successful changes too.
       J00-WriteJournal.
           IF WS-DECK-PASS = 'V'
             EXIT PARAGRAPH
           END-IF
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** The journaled image of the case at WS-MATCH-IDX, the
      ***** same fields the control record carries; a wide case
      ***** journals its wide answer in place of the zeroed 20
      ***** digits.
       J10-BuildAfterImage.
           MOVE SPACES TO WS-CJ-AFTER
           IF WS-CASE-WIDE(WS-MATCH-IDX) NOT = SPACES
             STRING FUNCTION TRIM(WS-CASE-PROGRAM(WS-MATCH-IDX)) " "
               FUNCTION TRIM(WS-CASE-PARMS(WS-MATCH-IDX))
               " answer=" FUNCTION TRIM(WS-CASE-WIDE(WS-MATCH-IDX))
               " skip=" WS-CASE-SKIP(WS-MATCH-IDX)
               " budget=" WS-CASE-BUDGET(WS-MATCH-IDX)
               DELIMITED BY SIZE INTO WS-CJ-AFTER
             EXIT PARAGRAPH
           END-IF
           STRING FUNCTION TRIM(WS-CASE-PROGRAM(WS-MATCH-IDX)) " "
             FUNCTION TRIM(WS-CASE-PARMS(WS-MATCH-IDX))
             " answer=" WS-CASE-ANSWER(WS-MATCH-IDX)
           .
       J20-BuildBeforeImage.
           MOVE SPACES TO WS-CJ-BEFORE
           IF WS-CASE-WIDE(WS-MATCH-IDX) NOT = SPACES
             STRING FUNCTION TRIM(WS-CASE-PROGRAM(WS-MATCH-IDX)) " "
               FUNCTION TRIM(WS-CASE-PARMS(WS-MATCH-IDX))
               " answer=" FUNCTION TRIM(WS-CASE-WIDE(WS-MATCH-IDX))
               " skip=" WS-CASE-SKIP(WS-MATCH-IDX)
               " budget=" WS-CASE-BUDGET(WS-MATCH-IDX)
               DELIMITED BY SIZE INTO WS-CJ-BEFORE
             EXIT PARAGRAPH
           END-IF
           STRING FUNCTION TRIM(WS-CASE-PROGRAM(WS-MATCH-IDX)) " "
             FUNCTION TRIM(WS-CASE-PARMS(WS-MATCH-IDX))
             " answer=" WS-CASE-ANSWER(WS-MATCH-IDX)
