      *    whose answer changed during the month. Each archive closes
      *    with a TRAILER record carrying its record count, so a
      *    downstream consumer (or balcheck.cbl) can prove a transfer
      *    arrived whole. Both archives are entered in the archive
      *    catalog through ArchReg (see archreg.cbl), where ArchCat
      *    expires them once their retention has run out.
      *
      *    The ledger's chain of line values (see chainhash.cbl) is
      *    carried across the rollover instead of starting over: the
      *    ledger archive's TRAILER also carries the chain value of
      *    its last line, after the count columns BalCheck and
      *    ArchCat read -
      *        TRAILER RECORDS=nnnnnn     chain=nnnnnnnnnn
      *    - and the fresh live ledger is started with one CARRIED
      *    line holding that same value, which the month's first run
      *    chains from:
      *        CARRIED  from=euler.ledger.yyyymm  chain=nnnnnnnnnn
      *    so ChainCheck (see chaincheck.cbl) can walk from one
      *    archive into the next and on into the live file. The CSV
      *    is still deleted and started fresh by LedgerWriter.
      *
      *    The archive month is supplied on the command line:
      *        ledgermonth [yyyymm]
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(300).
       FD CSV-FILE.
       01 CSV-LINE PIC X(300).
       FD ARCH-LEDGER-FILE.
       01 ARCH-LEDGER-LINE PIC X(300).
       FD ARCH-CSV-FILE.
       01 ARCH-CSV-LINE PIC X(300).
       FD RPT-FILE.
       01 RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           05 WS-ENTRY-MONTH PIC 9(6).
           05 FILLER PIC X(11).
       01 WS-ENTRY-PARMS PIC X(60).
       01 WS-ENTRY-ANSWER PIC X(60).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-PGM-COUNT PIC 9(2) VALUE 0.
       01 WS-PGM-TBL.
           05 WS-PGM-ENTRY OCCURS 20 TIMES.
               10 WS-PARMSET-PGM PIC X(12).
               10 WS-PARMSET-STRING PIC X(60).
               10 WS-PARMSET-RUNS PIC 9(6).
               10 WS-PARMSET-LAST-ANS PIC X(60).
               10 WS-PARMSET-DRIFTED PIC X(1).
       01 WS-PARMSET-IDX PIC 9(3).
       01 WS-PARMSET-FOUND PIC 9(1).
           05 WS-RUN-MONTH PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-RPT-FMT-IDX PIC 9(1).
       01 WS-AR-TYPE PIC X(10).
       01 WS-AR-NAME PIC X(100).
       01 WS-AR-COUNT PIC 9(9).
       01 WS-CLOSING-CHAIN PIC 9(10) VALUE 0.
       01 WS-CH-TEXT PIC X(300).
       01 WS-CH-STORED-X PIC X(20).
       01 WS-CH-FIELDS PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EUPARMOV.
       01 WS-PAGED-LINE PIC X(100).
           PERFORM A98-WriteReportFooter
           CLOSE RPT-FILE
           PERFORM B20-StartFreshFiles
           PERFORM B30-CatalogArchives
           PERFORM A99-ReportElapsedTime
           GOBACK.
      ***** End of Program execution
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
                 MOVE LEDGER-LINE TO ARCH-LEDGER-LINE
                 WRITE ARCH-LEDGER-LINE
                 ADD 1 TO WS-ARCHIVED-LEDGER
                 PERFORM B05-NoteChain
                 PERFORM C10-TallyEntry
             END-READ
           END-PERFORM
           MOVE SPACES TO ARCH-LEDGER-LINE
           STRING "TRAILER RECORDS=" WS-ARCHIVED-LEDGER
             "     chain=" WS-CLOSING-CHAIN
             DELIMITED BY SIZE INTO ARCH-LEDGER-LINE
           WRITE ARCH-LEDGER-LINE
           CLOSE ARCH-LEDGER-FILE
           CLOSE LEDGER-FILE
           .
      ***** The chain value of the line just copied; the last one
      ***** copied is the month's closing value. A line with no
      ***** chain value closes at zero, the value LedgerWriter
      ***** chains from after such a line.
       B05-NoteChain.
           MOVE 0 TO WS-CLOSING-CHAIN
           MOVE 0 TO WS-CH-FIELDS
           MOVE SPACES TO WS-CH-TEXT WS-CH-STORED-X
           UNSTRING LEDGER-LINE DELIMITED BY "  chain="
             INTO WS-CH-TEXT WS-CH-STORED-X
             TALLYING IN WS-CH-FIELDS
           END-UNSTRING
           IF WS-CH-FIELDS > 1 AND WS-CH-STORED-X(1:10) IS NUMERIC
             MOVE WS-CH-STORED-X(1:10) TO WS-CLOSING-CHAIN
           END-IF
           .
      ***** Copies the CSV extract the same way; its rows feed no
      ***** recap statistics of their own since they mirror the
      ***** ledger entry for the same run.
           .
      ***** Deletes the live files once both archives are safely
      ***** written, so the next LedgerWriter call finds status 35
      ***** and starts a fresh CSV with its header row, the same
      ***** first-time path it has always had. The ledger is started
      ***** again at once with its CARRIED line, so the month's
      ***** first run chains from the archive's closing value.
       B20-StartFreshFiles.
           MOVE "project-euler/euler.ledger" TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           MOVE "project-euler/euler.csv" TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           OPEN OUTPUT LEDGER-FILE
           IF WS-LEDGER-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot start the new ledger "
               "project-euler/euler.ledger (status "
               WS-LEDGER-STATUS-CD "); its CARRIED line is missing"
               " and the chain will break at the next run"
           ELSE
             MOVE SPACES TO LEDGER-LINE
             STRING "CARRIED  from=" DELIMITED BY SIZE
               WS-ARCH-LEDGER-NAME(15:26) DELIMITED BY SPACE
               "  chain=" WS-CLOSING-CHAIN DELIMITED BY SIZE
               INTO LEDGER-LINE
             WRITE LEDGER-LINE
             CLOSE LEDGER-FILE
           END-IF
           DISPLAY "Archived " WS-ARCHIVED-LEDGER " ledger and "
             WS-ARCHIVED-CSV " csv records to "
             FUNCTION TRIM(WS-ARCH-LEDGER-NAME) " / "
             FUNCTION TRIM(WS-ARCH-CSV-NAME)
           .
      ***** Enters the month's archives in the archive catalog (see
      ***** archreg.cbl) with their trailer counts; the CSV archive
      ***** only when there was an extract to copy.
       B30-CatalogArchives.
           MOVE "LEDGER" TO WS-AR-TYPE
           MOVE WS-ARCH-LEDGER-NAME TO WS-AR-NAME
           MOVE WS-ARCHIVED-LEDGER TO WS-AR-COUNT
           CALL "ArchReg" USING WS-AR-TYPE WS-ARCH-MONTH WS-AR-NAME
             WS-AR-COUNT
           IF WS-CSV-STATUS-CD = "00"
             MOVE "CSV" TO WS-AR-TYPE
             MOVE WS-ARCH-CSV-NAME TO WS-AR-NAME
             MOVE WS-ARCHIVED-CSV TO WS-AR-COUNT
             CALL "ArchReg" USING WS-AR-TYPE WS-ARCH-MONTH WS-AR-NAME
               WS-AR-COUNT
           END-IF
           .
      ***** Parses a ledger line the same way LedgerReport does
      ***** (split on "answer=", then the double-space separators)
      ***** and folds it into the per-program and per-parameter-set
