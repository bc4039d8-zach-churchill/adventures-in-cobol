      *            list every note whose key matches, or - when the
      *            operand is a YYYYMMDD date - every note recorded
      *            on that date or keyed to a run ID of that date
      *
      *    A linked caller (EulerMenu's disposition work screen)
      *    supplies the operands through the EXTERNAL override table
      *    (see copybooks/EUPARMOV.cpy): mode in entry 1, key in
      *    entry 2, and for ADD the note text cut into 18-character
      *    pieces from entry 3 on, so it arrives exactly as typed.
      *    The menu CANCELs the program after each CALL, so the
      *    next one starts with empty operands.
      *****************************************************************
       PROGRAM-ID. ShiftNote.
       ENVIRONMENT DIVISION.
       01 WS-QUERY-IS-DATE PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARMOV.
       PROCEDURE DIVISION.
       A00-Begin.
           PERFORM A01-StampRunDate
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
           .
      ***** The key is operand 2; for ADD the trailing words from
      ***** operand 3 are joined with single spaces into the note
      ***** text. A linked caller's operands come from the override
      ***** table instead (A06).
       A05-GetParameters.
           IF WS-EUPARM-OVR-COUNT > 0
             PERFORM A06-GetOverrideParameters
             EXIT PARAGRAPH
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
             GOBACK
           END-IF
           .
      ***** The text's 18-character pieces are laid end to end,
      ***** trailing spaces and all, which rebuilds it character for
      ***** character.
       A06-GetOverrideParameters.
           MOVE WS-EUPARM-OVR-VALUE(1) TO WS-MODE
           MOVE WS-EUPARM-OVR-VALUE(2) TO WS-ARG-KEY
           IF WS-ARG-KEY = SPACES
             DISPLAY "ABEND: a run ID, program name, or date is "
               "required"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-MODE NOT = "ADD"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARG-TEXT
           MOVE 1 TO WS-TEXT-PTR
           PERFORM VARYING WS-ARG-NUM FROM 3 BY 1
             UNTIL WS-ARG-NUM > WS-EUPARM-OVR-COUNT
             OR WS-TEXT-PTR > 120
             STRING WS-EUPARM-OVR-VALUE(WS-ARG-NUM)
               DELIMITED BY SIZE
               INTO WS-ARG-TEXT WITH POINTER WS-TEXT-PTR
             END-STRING
           END-PERFORM
           IF WS-ARG-TEXT = SPACES
             DISPLAY "ABEND: a note needs some text"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .
      ***** The same USER identity LedgerWriter stamps on ledger
      ***** lines.
       A10-CaptureUser.
