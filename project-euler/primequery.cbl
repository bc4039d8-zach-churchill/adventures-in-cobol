      *        P <n>   is n prime?
      *        A <v>   the nearest prime above v
      *        N <k>   the k-th prime
      *        C <v>   how many primes fall below v, counted on
      *                from the nearest boundary in the prime-sum
      *                table (see copybooks/EUPSUMS.cpy) instead of
      *                from two, and answered outright when v is a
      *                boundary - even one past the master's reach
      *        F <n>   full prime factorization of n, answered
      *                through the shared Factorize service and its
      *                keyed factor master (see factorize.cbl)
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MASTER-PRIME
             FILE STATUS IS WS-MASTER-STATUS-CD.
           SELECT PSUM-FILE
             ASSIGN TO "project-euler/euler.primesums"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PSUM-BOUNDARY
             FILE STATUS IS WS-PSUM-STATUS-CD.
           SELECT CARD-FILE ASSIGN TO DYNAMIC WS-CARD-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARD-STATUS-CD.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-PRIME PIC 9(13).
       FD PSUM-FILE.
       COPY EUPSUMS.
       FD CARD-FILE.
       01 CARD-RECORD PIC X(40).
       FD RPT-FILE.
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS-CD PIC XX.
       01 EOF-MASTER-FILE PIC X VALUE 'N'.
       01 WS-PSUM-STATUS-CD PIC XX.
       01 WS-PSUM-OPEN PIC X(1) VALUE 'N'.
       01 EOF-PSUM-FILE PIC X VALUE 'N'.
       01 WS-PSUM-FROM PIC 9(13).
       01 WS-PSUM-HELD PIC 9(13).
       01 WS-HIT-END PIC X(1).
       01 WS-SEQ-COUNT PIC 9(9).
       01 WS-LAST-PRIME PIC 9(13).
       01 WS-QUERY-LINE PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-FMT-IDX PIC 9(1).
       COPY EUTIME.
       COPY EUDATE.
       01 WS-PAGED-LINE PIC X(100).
       COPY EURPTFMT.
       PROCEDURE DIVISION.
           PERFORM B00-OpenMaster
           IF WS-BATCH-MODE = 'Y'
             PERFORM G00-RunCardDeck
             PERFORM B90-CloseFiles
             PERFORM A99-ReportElapsedTime
             GOBACK
           END-IF
           PERFORM UNTIL WS-CONTINUE = 'N'
             PERFORM C00-QueryLoop
           END-PERFORM
           PERFORM B90-CloseFiles
           PERFORM A99-ReportElapsedTime
           GOBACK.
      ***** A CARDS= first argument selects batch card mode; the
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
           .
      ***** Opens the keyed master for the session; each query then
      ***** touches only the records it needs instead of paying a
      ***** full-file load at startup. The prime-sum table is opened
      ***** alongside it when there is one; without it C simply
      ***** counts from the front of the master.
       B00-OpenMaster.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS-CD NOT = "00"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT PSUM-FILE
           IF WS-PSUM-STATUS-CD = "00"
             MOVE 'Y' TO WS-PSUM-OPEN
           END-IF
           .
       B90-CloseFiles.
           CLOSE MASTER-FILE
           IF WS-PSUM-OPEN = 'Y'
             CLOSE PSUM-FILE
           END-IF
           .
       C00-QueryLoop.
           DISPLAY "Query: " WITH NO ADVANCING
             INVALID KEY CONTINUE
           END-START
           .
      ***** Counts records in key order up to the value, starting
      ***** from the nearest prime-sum boundary at or below it with
      ***** that boundary's count in hand; a value that is itself a
      ***** boundary is answered from the table alone. Reaching
      ***** end-of-file first means the value is past the file's
      ***** coverage and the count is only a floor, and says so -
      ***** the file's actual high-water mark is then in hand from
      ***** the last record read.
       D30-CountBelowQuery.
           PERFORM C25-NearestBoundary
           MOVE SPACES TO WS-ANSWER-LINE
           IF WS-PSUM-FROM > 0 AND WS-PSUM-FROM = WS-QUERY-NUM
             STRING WS-PSUM-HELD " primes fall below " WS-QUERY-NUM
               "  (from prime-sum table)"
               DELIMITED BY SIZE INTO WS-ANSWER-LINE
             PERFORM E90-EmitAnswer
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PSUM-HELD TO WS-SEQ-COUNT
           MOVE 0 TO WS-LAST-PRIME
           MOVE 'N' TO WS-HIT-END
           MOVE 'N' TO EOF-MASTER-FILE
           MOVE WS-PSUM-FROM TO MASTER-PRIME
           START MASTER-FILE KEY NOT LESS THAN MASTER-PRIME
             INVALID KEY
               MOVE 'Y' TO EOF-MASTER-FILE
               MOVE 'Y' TO WS-HIT-END
           END-START
           PERFORM UNTIL EOF-MASTER-FILE = 'Y'
             READ MASTER-FILE NEXT
               AT END
                 MOVE 'Y' TO EOF-MASTER-FILE
                 MOVE 'Y' TO WS-HIT-END
               NOT AT END
                 IF MASTER-PRIME < WS-QUERY-NUM
                   ADD 1 TO WS-SEQ-COUNT
                   MOVE MASTER-PRIME TO WS-LAST-PRIME
                 ELSE
                   MOVE 'Y' TO EOF-MASTER-FILE
                 END-IF
             END-READ
           END-PERFORM
           IF WS-HIT-END = 'Y'
             MOVE 'Y' TO WS-PAST-HWM
             IF WS-LAST-PRIME > 0 OR WS-PSUM-FROM = 0
               STRING "At least " WS-SEQ-COUNT " primes fall below "
                 WS-QUERY-NUM " (file only reaches " WS-LAST-PRIME
                 ")"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
             ELSE
               STRING "At least " WS-SEQ-COUNT " primes fall below "
                 WS-QUERY-NUM " (counts known only to "
                 WS-PSUM-FROM ")"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
             END-IF
           ELSE
             IF WS-PSUM-FROM > 0
               STRING WS-SEQ-COUNT " primes fall below "
                 WS-QUERY-NUM "  (from prime-sum boundary "
                 WS-PSUM-FROM ")"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
             ELSE
               STRING WS-SEQ-COUNT " primes fall below "
                 WS-QUERY-NUM
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
             END-IF
           END-IF
           PERFORM E90-EmitAnswer
           .
      ***** The highest prime-sum boundary at or below the query
      ***** value, read in boundary order; none on file (or no table)
      ***** leaves zero, which counts from the front of the master.
       C25-NearestBoundary.
           MOVE 0 TO WS-PSUM-FROM
           MOVE 0 TO WS-PSUM-HELD
           IF WS-PSUM-OPEN = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PSUM-BOUNDARY
           MOVE 'N' TO EOF-PSUM-FILE
           START PSUM-FILE KEY NOT LESS THAN PSUM-BOUNDARY
             INVALID KEY MOVE 'Y' TO EOF-PSUM-FILE
           END-START
           PERFORM UNTIL EOF-PSUM-FILE = 'Y'
             READ PSUM-FILE NEXT
               AT END MOVE 'Y' TO EOF-PSUM-FILE
               NOT AT END
                 IF PSUM-BOUNDARY > WS-QUERY-NUM
                   MOVE 'Y' TO EOF-PSUM-FILE
                 ELSE
                   MOVE PSUM-BOUNDARY TO WS-PSUM-FROM
                   MOVE PSUM-COUNT TO WS-PSUM-HELD
                 END-IF
             END-READ
           END-PERFORM
           .
      ***** Full factorization through the shared Factorize service:
      ***** a number already in the keyed factor master is answered
      ***** by a read, anything else is computed and banked there
