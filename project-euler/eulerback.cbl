      *            recount every backup copy against its manifest;
      *            RETURN-CODE 8 on any mismatch
      *        eulerback RESTORE <setname>
      *            copy the set's files back over the live names,
      *            recorded in the change journal (see
      *            chgjournal.cbl) as a RESTORE entry, the evidence
      *            AccRecert reads for use of the restore right
      *
      *    A live file that does not exist at backup time is recorded
      *    ABSENT in the manifest and skipped by VERIFY and RESTORE.
      *    Byte sizes count each record's trimmed length plus one,
      *    the line-sequential on-disk size.
      *
      *    Every set BACKUP writes is entered in the archive catalog
      *    through ArchReg (see archreg.cbl) by its manifest, with
      *    the manifest's entry count standing in for a trailer
      *    count. A set named M<yyyymm> (the month-end close set,
      *    see eulerclose.cbl) is catalogued under that month, any
      *    other under the run month; ArchCat expires the manifest
      *    and its copies together once the retention has run out.
      *****************************************************************
       PROGRAM-ID. EulerBack.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
       01 IN-RECORD PIC X(300).
       FD OUT-FILE.
       01 OUT-RECORD PIC X(300).
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MAN-NAME PIC X(40).
       01 WS-UA-PROGRAM PIC X(10) VALUE "EulerBack".
       01 WS-UA-USER PIC X(12).
       01 WS-UA-ALLOWED PIC X(1).
       01 WS-CJ-FILE PIC X(30).
       01 WS-CJ-MODE PIC X(8).
       01 WS-CJ-BEFORE PIC X(100).
       01 WS-CJ-AFTER PIC X(100).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AR-TYPE PIC X(10) VALUE "BACKUP".
       01 WS-AR-PERIOD PIC 9(6).
       01 WS-AR-NAME PIC X(100).
       01 WS-AR-COUNT PIC 9(9).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       PROCEDURE DIVISION.
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
           DISPLAY "Backup set " FUNCTION TRIM(WS-SET-NAME)
             " complete: " WS-COPIED-COUNT " copied, "
             WS-ABSENT-COUNT " absent"
           PERFORM B10-CatalogSet
           .
      ***** Enters the set in the archive catalog (see archreg.cbl)
      ***** by its manifest, one entry counted per family file.
       B10-CatalogSet.
           IF WS-SET-NAME(1:1) = "M" AND WS-SET-NAME(2:6) IS NUMERIC
             AND WS-SET-NAME(8:13) = SPACES
             MOVE WS-SET-NAME(2:6) TO WS-AR-PERIOD
           ELSE
             MOVE WS-RUN-DATE(1:6) TO WS-AR-PERIOD
           END-IF
           MOVE WS-MANIFEST-NAME TO WS-AR-NAME
           MOVE WS-FAMILY-COUNT TO WS-AR-COUNT
           CALL "ArchReg" USING WS-AR-TYPE WS-AR-PERIOD WS-AR-NAME
             WS-AR-COUNT
           .
       C00-VerifySet.
           OPEN INPUT MANIFEST-FILE
           CLOSE MANIFEST-FILE
           DISPLAY "Restore of set " FUNCTION TRIM(WS-SET-NAME)
             " complete: " WS-COPIED-COUNT " files restored"
           PERFORM D20-JournalRestore
           .
       D10-RestoreOneEntry.
           IF MAN-STATUS = "ABSENT"
               "; live file left untouched"
           END-IF
           .
       D20-JournalRestore.
           MOVE SPACES TO WS-CJ-FILE
           STRING "bak." FUNCTION TRIM(WS-SET-NAME)
             DELIMITED BY SIZE INTO WS-CJ-FILE
           MOVE "RESTORE" TO WS-CJ-MODE
           MOVE SPACES TO WS-CJ-BEFORE
           STRING "set " FUNCTION TRIM(WS-SET-NAME)
             DELIMITED BY SIZE INTO WS-CJ-BEFORE
           MOVE SPACES TO WS-CJ-AFTER
           STRING "files restored=" WS-COPIED-COUNT
             DELIMITED BY SIZE INTO WS-CJ-AFTER
           CALL "ChgJournal" USING WS-CJ-FILE WS-CJ-MODE
             WS-CJ-BEFORE WS-CJ-AFTER
           .
      ***** Exit
       END PROGRAM EulerBack.
