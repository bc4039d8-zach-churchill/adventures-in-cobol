      *    before renaming it into place. The CSV merge runs only
      *    when other-csv is named, and writes one header row.
      *
      *    Lines from the two sides interleave, so their chain values
      *    (see chainhash.cbl) cannot survive the merge as written:
      *    every merged ledger line is chained afresh from the line
      *    now before it, and the TRAILER carries the last line's
      *    value. The live side's CARRIED line, if it opens with one,
      *    stays first and keeps its value, so the merged ledger
      *    still follows on from last month's archive; the other
      *    side's is left out. Re-chaining vouches for every line
      *    merged, so run ChainCheck (see chaincheck.cbl) over the
      *    live side, and have the DR site run it over theirs,
      *    before merging.
      *
      *    The report (project-euler/ledgermerge.rpt) lists every
      *    duplicate dropped and every conflict found, with merged /
      *    duplicate / conflict / unparseable totals per file;
       DATA DIVISION.
       FILE SECTION.
       FD A-FILE.
       01 A-LINE PIC X(300).
       FD B-FILE.
       01 B-LINE PIC X(300).
       FD OUT-FILE.
       01 OUT-LINE PIC X(300).
       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(250).
       FD RPT-FILE.
       01 RPT-LINE PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-MERGE-KIND PIC X(1).
       01 WS-A-EOF PIC X(1).
       01 WS-B-EOF PIC X(1).
       01 WS-A-HELD PIC X(300).
       01 WS-B-HELD PIC X(300).
       01 WS-HELD-WORK PIC X(300).
       01 WS-A-KEY.
           05 WS-A-PROGRAM PIC X(12).
           05 WS-A-STAMP PIC X(17).
       01 WS-B-SORT.
           05 WS-B-SORT-STAMP PIC X(17).
           05 WS-B-SORT-PGM PIC X(12).
       01 WS-A-ANSWER PIC X(60).
       01 WS-A-PARMS PIC X(60).
       01 WS-B-ANSWER PIC X(60).
       01 WS-B-PARMS PIC X(60).
       01 WS-P-PROGRAM PIC X(12).
       01 WS-P-STAMP PIC X(17).
       01 WS-P-PARMS PIC X(60).
       01 WS-P-ANSWER PIC X(60).
       01 WS-P-RUNID PIC X(17).
       01 WS-P-OK PIC X(1).
       01 WS-PARSE-HEAD PIC X(110).
       01 WS-PARSE-TAIL PIC X(200).
       01 WS-PARSE-ANS PIC X(60).
       01 WS-PARSE-ELAPSED PIC X(20).
       01 WS-PARSE-RUNID PIC X(24).
       01 WS-CSV-F1 PIC X(12).
       01 WS-CSV-F2 PIC X(8).
       01 WS-CSV-F3 PIC X(8).
       01 WS-CSV-F4 PIC X(62).
       01 WS-CSV-F5 PIC X(60).
       01 WS-CSV-F6 PIC X(10).
       01 WS-CSV-F7 PIC X(17).
       01 WS-MERGED-COUNT PIC 9(7).
       01 WS-SKIPPED-COUNT PIC 9(7).
       01 WS-TOT-CONFLICTS PIC 9(7) VALUE 0.
       01 WS-HEADER-WRITTEN PIC X(1).
       01 WS-OUT-HELD PIC X(300).
       01 WS-LAST-CHAIN PIC 9(10).
       01 WS-CH-TEXT PIC X(300).
       01 WS-CH-STORED-X PIC X(20).
       01 WS-CH-FIELDS PIC 9(1).
       01 WS-CH-VALUE PIC 9(10).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       COPY EUPARM.
       COPY EURPTFMT.
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
           MOVE 0 TO WS-CONFLICT-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 'N' TO WS-HEADER-WRITTEN
           MOVE 0 TO WS-LAST-CHAIN
           MOVE 'N' TO WS-A-EOF
           MOVE 'N' TO WS-B-EOF
           OPEN INPUT A-FILE
               DELIMITED BY SIZE INTO OUT-LINE
           ELSE
             STRING "TRAILER RECORDS=" WS-MERGED-COUNT
               "     chain=" WS-LAST-CHAIN
               DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           WRITE OUT-LINE
       B30-MergeRound.
           EVALUATE TRUE
             WHEN WS-A-EOF = 'Y'
               MOVE WS-B-HELD TO WS-OUT-HELD
               PERFORM B35-WriteMerged
               ADD 1 TO WS-MERGED-COUNT
               ADD 1 TO WS-FROM-B-COUNT
               PERFORM B20-AdvanceB
             WHEN WS-B-EOF = 'Y'
               MOVE WS-A-HELD TO WS-OUT-HELD
               PERFORM B35-WriteMerged
               ADD 1 TO WS-MERGED-COUNT
               ADD 1 TO WS-FROM-A-COUNT
               PERFORM B10-AdvanceA
             WHEN WS-A-KEY = WS-B-KEY
               PERFORM B40-JudgeSameKey
             WHEN WS-A-SORT <= WS-B-SORT
               MOVE WS-A-HELD TO WS-OUT-HELD
               PERFORM B35-WriteMerged
               ADD 1 TO WS-MERGED-COUNT
               ADD 1 TO WS-FROM-A-COUNT
               PERFORM B10-AdvanceA
             WHEN OTHER
               MOVE WS-B-HELD TO WS-OUT-HELD
               PERFORM B35-WriteMerged
               ADD 1 TO WS-MERGED-COUNT
               ADD 1 TO WS-FROM-B-COUNT
               PERFORM B20-AdvanceB
           END-EVALUATE
           .
      ***** Writes the merged record in WS-OUT-HELD. A ledger line
      ***** is chained on from the line written before it; the live
      ***** side's CARRIED line keeps the value it carries.
       B35-WriteMerged.
           IF WS-MERGE-KIND = 'C'
             MOVE WS-OUT-HELD TO OUT-LINE
             WRITE OUT-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CH-FIELDS
           MOVE SPACES TO WS-CH-TEXT WS-CH-STORED-X
           UNSTRING WS-OUT-HELD DELIMITED BY "  chain="
             INTO WS-CH-TEXT WS-CH-STORED-X
             TALLYING IN WS-CH-FIELDS
           END-UNSTRING
           IF WS-OUT-HELD(1:9) = "CARRIED  " AND WS-CH-FIELDS > 1
             AND WS-CH-STORED-X(1:10) IS NUMERIC
             MOVE WS-CH-STORED-X(1:10) TO WS-CH-VALUE
           ELSE
             CALL "ChainHash" USING WS-LAST-CHAIN WS-CH-TEXT
               WS-CH-VALUE
           END-IF
           MOVE SPACES TO OUT-LINE
           STRING FUNCTION TRIM(WS-CH-TEXT TRAILING) "  chain="
             WS-CH-VALUE
             DELIMITED BY SIZE INTO OUT-LINE
           WRITE OUT-LINE
           MOVE WS-CH-VALUE TO WS-LAST-CHAIN
           .
      ***** Same program, stamp, and run ID on both sides: one
      ***** record per key survives either way. Matching answers are
      ***** the ordinary failover overlap; different answers keep
      ***** the live side's record and hand the disagreement to the
      ***** drift workflow.
       B40-JudgeSameKey.
           MOVE WS-A-HELD TO WS-OUT-HELD
           PERFORM B35-WriteMerged
           ADD 1 TO WS-MERGED-COUNT
           ADD 1 TO WS-FROM-A-COUNT
           IF WS-A-ANSWER = WS-B-ANSWER
           .
      ***** Reads side A forward to its next parseable record;
      ***** trailers, headers, blanks, and anything else that does
      ***** not parse is counted and left out of the merge - all but
      ***** a CARRIED line opening the live ledger, written straight
      ***** through as the merged ledger's first line.
       B10-AdvanceA.
           PERFORM UNTIL WS-A-EOF = 'Y'
             READ A-FILE
                 MOVE A-LINE TO WS-A-HELD
                 MOVE A-LINE TO WS-HELD-WORK
                 PERFORM B60-ParseHeld
                 EVALUATE TRUE
                   WHEN WS-MERGE-KIND = 'L' AND WS-MERGED-COUNT = 0
                     AND A-LINE(1:9) = "CARRIED  "
                     MOVE A-LINE TO WS-OUT-HELD
                     PERFORM B35-WriteMerged
                     ADD 1 TO WS-MERGED-COUNT
                     ADD 1 TO WS-FROM-A-COUNT
                   WHEN WS-P-OK = 'Y'
                     MOVE WS-P-PROGRAM TO WS-A-PROGRAM
                     MOVE WS-P-STAMP TO WS-A-STAMP
                     MOVE WS-P-RUNID TO WS-A-RUNID
                     MOVE WS-P-ANSWER TO WS-A-ANSWER
                     MOVE WS-P-PARMS TO WS-A-PARMS
                     MOVE WS-P-STAMP TO WS-A-SORT-STAMP
                     MOVE WS-P-PROGRAM TO WS-A-SORT-PGM
                     EXIT PERFORM
                   WHEN OTHER
                     ADD 1 TO WS-SKIPPED-COUNT
                 END-EVALUATE
             END-READ
           END-PERFORM
           .
