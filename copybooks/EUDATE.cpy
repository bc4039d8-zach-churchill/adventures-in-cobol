      *****************************************************************
      *    EUDATE - Shared parameter block for the DateCalc date
      *    arithmetic subprogram (see project-euler/datecalc.cbl).
      *    COPYed into both DateCalc's own LINKAGE SECTION and the
      *    WORKING-STORAGE of every program that CALLs it, so both
      *    sides of the CALL always agree on field sizes.
      *
      *    Dates are YYYYMMDD. The caller sets EUDATE-MODE and the
      *    inputs the mode reads; DateCalc sets EUDATE-OK to 'N' when
      *    an input date is not a real calendar date (or, for 'K',
      *    when the month has no such business day) and leaves the
      *    outputs zero.
      *        'W'  day of week of DATE1 into WEEKDAY
      *             (1 Monday ... 7 Sunday)
      *        'A'  DATE1 plus DAYS (negative counts back) into
      *             RESULT
      *        'L'  last calendar day of DATE1's month into RESULT
      *        'K'  business day DAYS of DATE1's month into RESULT:
      *             1 is the first, -1 the last; a business day is
      *             Monday-Friday with no H record in the run
      *             calendar (project-euler/euler.calendar)
      *        'B'  days between: DATE2 minus DATE1 into DAYS
      *****************************************************************
       01 EUDATE-PARMS.
           05 EUDATE-MODE PIC X(1).
           05 EUDATE-DATE1 PIC 9(8).
           05 EUDATE-DATE2 PIC 9(8).
           05 EUDATE-DAYS PIC S9(7).
           05 EUDATE-RESULT PIC 9(8).
           05 EUDATE-WEEKDAY PIC 9(1).
           05 EUDATE-OK PIC X(1).
