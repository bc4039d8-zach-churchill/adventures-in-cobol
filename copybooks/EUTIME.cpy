      *    at start and WS-END-TIME at finish, then reports the elapsed
      *    wall-clock time the same way, instead of each program
      *    reinventing its own HH/MM/SS/hundredths breakdown. The
      *    end date is carried too, and the days between it and the
      *    start date come from the shared DateCalc module (see
      *    copybooks/EUDATE.cpy, COPYed alongside this one), so a run
      *    that starts at 22:00 and finishes after 01:00 - or across
      *    a month end - reports its true elapsed time instead of a
      *    negative-wrapped one. WS-TIMING-RC holds the program's
      *    RETURN-CODE across that DateCalc CALL, which would otherwise
      *    reset it to zero just before the program ends.
      *****************************************************************
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05 WS-END-SS PIC 9(2).
           05 WS-END-HS PIC 9(2).
       01 WS-END-DATE PIC 9(8).
       01 WS-ELAPSED-HSEC PIC 9(8).
       01 WS-ELAPSED-SEC PIC 9(6).
       01 WS-ELAPSED-REM PIC 9(2).
       01 WS-TIMING-RC PIC S9(4).
