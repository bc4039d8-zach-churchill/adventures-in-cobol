      *            given, the label/usage) of the named row
      *        regmaint DELETE <program>
      *            remove the named row
      *        regmaint LANE <program> <lane|->
      *            put a driver step in a named execution lane (up to
      *            8 letters or digits, kept upper-case), or take it
      *            back into the main lane with "-" or MAIN. Each lane
      *            of the consolidated run can then be started as its
      *            own job (eulerdriver LANE <name>); steps with no
      *            lane run in lane MAIN.
      *        regmaint CKPTCOMPAT <program> <version|->
      *            declare that the program's checkpoints saved by
      *            the given version or later can still be resumed
      *            by its current build (columns 108-109); "-" puts
      *            it back to the default, where CkptManager refuses
      *            any checkpoint saved by a different version. Set
      *            it when a version bump leaves the checkpoint data
      *            meaning what it did; leave it when the change
      *            alters what a saved position means.
      *        regmaint CHECK
      *            cross-verify the registry against the regression
      *            control file: a driver-flagged program with no
      *            case in euler.expected, or a case there for an
      *            unregistered program, each earns a warning line.
      *            Bad flag values and duplicate program names on
      *            file are warned on too, as is a lane on a row
      *            that is not a driver step (it would never run)
      *            and a checkpoint-compatibility column that is not
      *            a two-digit version.
      *            Any warning sets RETURN-CODE 4.
      *
      *    Validation: the program name is required, the flags must
      *    each be Y or N, and an ADD of a program already on file is
           05 REG-DRIVER-FLAG PIC X(1).
           05 REG-MENU-FLAG PIC X(1).
           05 REG-LONG-FLAG PIC X(1).
           05 REG-LANE PIC X(8).
           05 REG-CKPT-FROM PIC X(2).
       FD EXPECT-FILE.
       01 EXPECT-RECORD.
           05 EXPECT-PROGRAM PIC X(12).
       01 WS-EXPECT-STATUS-CD PIC XX.
       01 EOF-REGISTRY-FILE PIC X VALUE 'N'.
       01 EOF-EXPECT-FILE PIC X VALUE 'N'.
       01 WS-MODE PIC X(10).
       01 WS-ARG-PROGRAM PIC X(12).
       01 WS-ARG-DRIVER PIC X(1).
       01 WS-ARG-MENU PIC X(1).
       01 WS-ARG-TEXT PIC X(90).
       01 WS-ARG-LABEL PIC X(40).
       01 WS-ARG-USAGE PIC X(44).
       01 WS-ARG-LANE PIC X(8).
       01 WS-ARG-CKPT-FROM PIC X(2).
       01 WS-CKPT-FROM-NUM PIC 9(2).
       01 WS-LANE-BAD PIC 9(2).
       01 WS-LANE-POS PIC 9(2).
       01 WS-LANE-END PIC X(1).
       01 WS-ARG-NUM PIC 9(2).
       01 WS-MORE-ARGS PIC X(1).
       01 WS-ARG-VALUE PIC X(44).
               10 WS-ROW-DRIVER PIC X(1).
               10 WS-ROW-MENU PIC X(1).
               10 WS-ROW-LONG PIC X(1).
               10 WS-ROW-LANE PIC X(8).
               10 WS-ROW-CKPT-FROM PIC X(2).
       01 WS-ROW-IDX PIC 9(2).
       01 WS-SCAN-IDX PIC 9(2).
       01 WS-MATCH-IDX PIC 9(2).
       01 WS-SHIFT-IDX PIC 9(2).
       01 WS-CASE-COUNT PIC 9(3) VALUE 0.
       01 WS-CASE-TBL.
           05 WS-CASE-ENTRY OCCURS 200 TIMES.
               10 WS-CASE-PROGRAM PIC X(12).
               10 WS-CASE-PARMS PIC X(60).
       01 WS-CASE-IDX PIC 9(3).
       01 WS-CASE-FOUND PIC X(1).
       01 WS-WARN-COUNT PIC 9(3) VALUE 0.
       01 WS-UA-PERM PIC X(1).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       COPY EUTIME.
       COPY EUDATE.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
             WHEN "DELETE"
               PERFORM C30-DeleteRow
               PERFORM D00-RewriteFile
             WHEN "LANE"
               PERFORM C35-SetLane
               PERFORM D00-RewriteFile
             WHEN "CKPTCOMPAT"
               PERFORM C37-SetCkptCompat
               PERFORM D00-RewriteFile
             WHEN "CHECK"
               PERFORM C40-CheckRegistry
             WHEN OTHER
               DISPLAY "ABEND: mode must be LIST, ADD, CHANGE, "
                 "DELETE, LANE, CKPTCOMPAT, or CHECK (got "
                 FUNCTION TRIM(WS-MODE) ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
      ***** Reports the wall-clock elapsed time for the run, computed
      ***** from the date and time captured at A01-StampRunDate and
      ***** the date and time now.
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
             PERFORM A10-ValidateOperands
             EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "LANE"
             MOVE SPACES TO WS-ARG-LANE
             DISPLAY 3 UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-LANE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             MOVE FUNCTION UPPER-CASE(WS-ARG-LANE) TO WS-ARG-LANE
             PERFORM A10-ValidateOperands
             EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "CKPTCOMPAT"
             MOVE SPACES TO WS-ARG-VALUE
             DISPLAY 3 UPON ARGUMENT-NUMBER
             ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
             END-ACCEPT
             PERFORM A10-ValidateOperands
             EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-DRIVER FROM ARGUMENT-VALUE
             ON EXCEPTION CONTINUE
           IF WS-MODE = "DELETE"
             EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "LANE"
             PERFORM A12-ValidateLane
             EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "CKPTCOMPAT"
             PERFORM A14-ValidateCkptFrom
             EXIT PARAGRAPH
           END-IF
           IF WS-ARG-DRIVER NOT = 'Y' AND WS-ARG-DRIVER NOT = 'N'
             DISPLAY "ABEND: DRIVER flag must be Y or N (got '"
               WS-ARG-DRIVER "')"
             GOBACK
           END-IF
           .
      ***** A lane name becomes part of the driver's per-lane state,
      ***** report and result file names, so it is held to letters
      ***** and digits; "-" and MAIN both mean the main lane, which
      ***** is stored as blanks.
       A12-ValidateLane.
           IF WS-ARG-LANE = SPACES
             DISPLAY "ABEND: LANE operand is required (a lane name, "
               "or - for the main lane)"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-ARG-LANE = "-" OR WS-ARG-LANE = "MAIN"
             MOVE SPACES TO WS-ARG-LANE
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LANE-BAD
           MOVE 'N' TO WS-LANE-END
           PERFORM VARYING WS-LANE-POS FROM 1 BY 1
             UNTIL WS-LANE-POS > 8
             EVALUATE TRUE
               WHEN WS-ARG-LANE(WS-LANE-POS:1) = SPACE
                 MOVE 'Y' TO WS-LANE-END
               WHEN WS-LANE-END = 'Y'
                 ADD 1 TO WS-LANE-BAD
               WHEN WS-ARG-LANE(WS-LANE-POS:1) >= "A"
                 AND WS-ARG-LANE(WS-LANE-POS:1) <= "Z"
                 CONTINUE
               WHEN WS-ARG-LANE(WS-LANE-POS:1) >= "0"
                 AND WS-ARG-LANE(WS-LANE-POS:1) <= "9"
                 CONTINUE
               WHEN OTHER
                 ADD 1 TO WS-LANE-BAD
             END-EVALUATE
           END-PERFORM
           IF WS-LANE-BAD > 0
             DISPLAY "ABEND: lane name must be letters and digits "
               "(got " FUNCTION TRIM(WS-ARG-LANE) ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** A version is one or two digits, 1-99, stored as two; "-"
      ***** clears the column back to the default.
       A14-ValidateCkptFrom.
           MOVE SPACES TO WS-ARG-CKPT-FROM
           IF WS-ARG-VALUE = "-"
             EXIT PARAGRAPH
           END-IF
           IF WS-ARG-VALUE(3:) NOT = SPACES
             OR WS-ARG-VALUE(1:1) NOT NUMERIC
             OR (WS-ARG-VALUE(2:1) NOT NUMERIC
               AND WS-ARG-VALUE(2:1) NOT = SPACE)
             DISPLAY "ABEND: CKPTCOMPAT needs a version 1-99, or - "
               "to clear it (got " FUNCTION TRIM(WS-ARG-VALUE) ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-ARG-VALUE(2:1) = SPACE
             MOVE WS-ARG-VALUE(1:1) TO WS-CKPT-FROM-NUM
           ELSE
             MOVE WS-ARG-VALUE(1:2) TO WS-CKPT-FROM-NUM
           END-IF
           IF WS-CKPT-FROM-NUM = 0
             DISPLAY "ABEND: CKPTCOMPAT needs a version 1-99, or - "
               "to clear it (got " FUNCTION TRIM(WS-ARG-VALUE) ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-CKPT-FROM-NUM TO WS-ARG-CKPT-FROM
           .
       B00-LoadRows.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS-CD NOT = "00"
                     WS-ROW-DRIVER(WS-ROW-COUNT)
                   MOVE REG-MENU-FLAG TO WS-ROW-MENU(WS-ROW-COUNT)
                   MOVE REG-LONG-FLAG TO WS-ROW-LONG(WS-ROW-COUNT)
                   MOVE REG-LANE TO WS-ROW-LANE(WS-ROW-COUNT)
                   MOVE REG-CKPT-FROM TO
                     WS-ROW-CKPT-FROM(WS-ROW-COUNT)
                 END-IF
             END-READ
           END-PERFORM
               AT END MOVE 'Y' TO EOF-EXPECT-FILE
               NOT AT END
                 IF EXPECT-PROGRAM NOT = SPACES
                   AND WS-CASE-COUNT < 200
                   ADD 1 TO WS-CASE-COUNT
                   MOVE EXPECT-PROGRAM TO
                     WS-CASE-PROGRAM(WS-CASE-COUNT)
               " drv=" WS-ROW-DRIVER(WS-ROW-IDX)
               " menu=" WS-ROW-MENU(WS-ROW-IDX)
               " long=" WS-ROW-LONG(WS-ROW-IDX)
               " lane=" WS-ROW-LANE(WS-ROW-IDX)
               " ckpt=" WS-ROW-CKPT-FROM(WS-ROW-IDX)
               "  " FUNCTION TRIM(WS-ROW-LABEL(WS-ROW-IDX))
           END-PERFORM
           .
           MOVE WS-ARG-DRIVER TO WS-ROW-DRIVER(WS-ROW-COUNT)
           MOVE WS-ARG-MENU TO WS-ROW-MENU(WS-ROW-COUNT)
           MOVE WS-ARG-LONG TO WS-ROW-LONG(WS-ROW-COUNT)
           MOVE SPACES TO WS-ROW-LANE(WS-ROW-COUNT)
           MOVE SPACES TO WS-ROW-CKPT-FROM(WS-ROW-COUNT)
           MOVE "euler.registry" TO WS-CJ-FILE
           MOVE "ADD" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           DISPLAY "Deleted registry row for "
             FUNCTION TRIM(WS-ARG-PROGRAM)
           .
      ***** LANE mode: only the lane column changes. A lane on a row
      ***** that is not a driver step is allowed (the flag may be
      ***** turned on later) but says so, and CHECK warns on it.
       C35-SetLane.
           PERFORM B10-FindRow
           IF WS-MATCH-IDX = 0
             DISPLAY "ABEND: no such program on file"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "euler.registry" TO WS-CJ-FILE
           MOVE "LANE" TO WS-CJ-MODE
           PERFORM J20-BuildBeforeImage
           MOVE WS-ARG-LANE TO WS-ROW-LANE(WS-MATCH-IDX)
           PERFORM J10-BuildAfterImage
           PERFORM J00-WriteJournal
           IF WS-ARG-LANE = SPACES
             DISPLAY FUNCTION TRIM(WS-ARG-PROGRAM)
               " now runs in the main lane"
           ELSE
             DISPLAY FUNCTION TRIM(WS-ARG-PROGRAM)
               " now runs in lane " FUNCTION TRIM(WS-ARG-LANE)
           END-IF
           IF WS-ROW-DRIVER(WS-MATCH-IDX) NOT = 'Y'
             AND WS-ARG-LANE NOT = SPACES
             DISPLAY "WARNING: " FUNCTION TRIM(WS-ARG-PROGRAM)
               " is not a driver step; the lane has no effect until "
               "it is"
             MOVE 4 TO RETURN-CODE
           END-IF
           .
      ***** CKPTCOMPAT mode: only the checkpoint-compatibility
      ***** column changes. It means nothing on a program that
      ***** never checkpoints, but there is no way to tell that from
      ***** here, so it is not warned on.
       C37-SetCkptCompat.
           PERFORM B10-FindRow
           IF WS-MATCH-IDX = 0
             DISPLAY "ABEND: no such program on file"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "euler.registry" TO WS-CJ-FILE
           MOVE "CKPTCOMP" TO WS-CJ-MODE
           PERFORM J20-BuildBeforeImage
           MOVE WS-ARG-CKPT-FROM TO WS-ROW-CKPT-FROM(WS-MATCH-IDX)
           PERFORM J10-BuildAfterImage
           PERFORM J00-WriteJournal
           IF WS-ARG-CKPT-FROM = SPACES
             DISPLAY FUNCTION TRIM(WS-ARG-PROGRAM)
               " resumes only checkpoints saved by its own version"
           ELSE
             DISPLAY FUNCTION TRIM(WS-ARG-PROGRAM)
               " resumes checkpoints saved by version "
               WS-ARG-CKPT-FROM " or later"
           END-IF
           .
      ***** CHECK mode: validates what is already on file (flag
      ***** values, duplicate program names) and cross-verifies the
      ***** registry against the regression control file in both
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-ROW-LANE(WS-ROW-IDX) NOT = SPACES
             AND WS-ROW-DRIVER(WS-ROW-IDX) NOT = 'Y'
             DISPLAY "WARNING: "
               FUNCTION TRIM(WS-ROW-PROGRAM(WS-ROW-IDX))
               " is in lane " FUNCTION TRIM(WS-ROW-LANE(WS-ROW-IDX))
               " but is not a driver step"
             ADD 1 TO WS-WARN-COUNT
           END-IF
           IF WS-ROW-CKPT-FROM(WS-ROW-IDX) NOT = SPACES
             AND (WS-ROW-CKPT-FROM(WS-ROW-IDX) NOT NUMERIC
               OR WS-ROW-CKPT-FROM(WS-ROW-IDX) = "00")
             DISPLAY "WARNING: "
               FUNCTION TRIM(WS-ROW-PROGRAM(WS-ROW-IDX))
               " has a checkpoint-compatibility column that is not "
               "a version (" WS-ROW-CKPT-FROM(WS-ROW-IDX) ")"
             ADD 1 TO WS-WARN-COUNT
           END-IF
           IF WS-ROW-DRIVER(WS-ROW-IDX) = 'Y'
             MOVE 'N' TO WS-CASE-FOUND
             PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
             MOVE WS-ROW-DRIVER(WS-ROW-IDX) TO REG-DRIVER-FLAG
             MOVE WS-ROW-MENU(WS-ROW-IDX) TO REG-MENU-FLAG
             MOVE WS-ROW-LONG(WS-ROW-IDX) TO REG-LONG-FLAG
             MOVE WS-ROW-LANE(WS-ROW-IDX) TO REG-LANE
             MOVE WS-ROW-CKPT-FROM(WS-ROW-IDX) TO REG-CKPT-FROM
             WRITE REGISTRY-RECORD
           END-PERFORM
           CLOSE REGISTRY-FILE
             WS-ROW-DRIVER(WS-MATCH-IDX)
             WS-ROW-MENU(WS-MATCH-IDX)
             WS-ROW-LONG(WS-MATCH-IDX) " "
             WS-ROW-LANE(WS-MATCH-IDX) " "
             WS-ROW-CKPT-FROM(WS-MATCH-IDX) " "
             FUNCTION TRIM(WS-ROW-LABEL(WS-MATCH-IDX))
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           .
             WS-ROW-DRIVER(WS-MATCH-IDX)
             WS-ROW-MENU(WS-MATCH-IDX)
             WS-ROW-LONG(WS-MATCH-IDX) " "
             WS-ROW-LANE(WS-MATCH-IDX) " "
             WS-ROW-CKPT-FROM(WS-MATCH-IDX) " "
             FUNCTION TRIM(WS-ROW-LABEL(WS-MATCH-IDX))
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           .
