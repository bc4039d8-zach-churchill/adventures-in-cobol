       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Result Reuse
      *
      *    Callable subprogram a Problem program calls once its
      *    parameters are settled and before it starts searching, so
      *    a run identical to one already recorded is answered from
      *    the keyed results master (project-euler/euler.results, see
      *    copybooks/EURESULT.cpy) instead of being recomputed -
      *    Problem7 50000, Problem14 1000000 and Problem12 500 each
      *    take minutes to reproduce an answer already on file. Kept
      *    as a separate callable module (never compiled with -x),
      *    the same way LedgerWriter is.
      *
      *    LK-RR-PROGRAM and LK-RR-PARMS are the program name and the
      *    parameters string exactly as the program will pass them to
      *    LedgerWriter; the caller MOVEs its version constant to
      *    WS-PGM-VERSION first (see copybooks/EUVERSION.cpy), as it
      *    does before a CkptManager call. An answer is reused only
      *    when all of these hold:
      *      - WS-REUSE-FORCE is not 'Y' (see copybooks/EUREUSE.cpy)
      *        and the run is not an EulerRegress, ShadowCheck or
      *        RunReplay one, whose whole point is to recompute;
      *      - the caller gave a version, and the master holds a run
      *        of the same program with the same parameters under
      *        that same version, that computed its answer itself
      *        (a reused run is never reused again - reused= always
      *        names the run that did the work) and carries its run
      *        ID; the latest such run is the one taken;
      *      - no drift exception is open against the combination:
      *        project-euler/euler.exceptions holds no DRIFT line for
      *        it whose answer lacks an acceptance in
      *        project-euler/euler.driftdisp - the same reading
      *        Handover's unreviewed-drift section makes.
      *    Then LK-RR-FOUND is 'Y', LK-RR-ANSWER and the text channel
      *    (see copybooks/EUANSWER.cpy) carry the answer, and
      *    WS-REUSED-FROM carries the original run ID for the
      *    ledger's reused= field. Anything else - no master, no
      *    match, an open drift - is 'N' and the program searches as
      *    it always has. Every file resolves through PathName.
      *****************************************************************
       PROGRAM-ID. ResultReuse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RESULT-KEY
             FILE STATUS IS WS-RESULT-STATUS-CD.
           SELECT EXCEPT-FILE ASSIGN TO DYNAMIC WS-EXCEPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPT-STATUS-CD.
           SELECT DISP-FILE ASSIGN TO DYNAMIC WS-DISP-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISP-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD RESULT-FILE.
       COPY EURESULT.
       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(250).
       FD DISP-FILE.
       01 DISP-RECORD.
           05 DISP-PROGRAM PIC X(12).
           05 DISP-PARMS PIC X(60).
           05 DISP-ANSWER PIC 9(20).
           05 DISP-USER PIC X(12).
           05 DISP-STAMP PIC X(17).
           05 DISP-REASON PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS-CD PIC XX.
       01 WS-EXCEPT-STATUS-CD PIC XX.
       01 WS-DISP-STATUS-CD PIC XX.
       01 WS-PN-DEFAULT PIC X(80).
       01 WS-RESULT-PATH PIC X(100)
          VALUE "project-euler/euler.results".
       01 WS-EXCEPT-PATH PIC X(100)
          VALUE "project-euler/euler.exceptions".
       01 WS-DISP-PATH PIC X(100)
          VALUE "project-euler/euler.driftdisp".
       01 EOF-RESULT-FILE PIC X.
       01 EOF-EXCEPT-FILE PIC X.
       01 EOF-DISP-FILE PIC X.
       01 WS-VERSION-X PIC 9(2).
       01 WS-BEST-FOUND PIC X(1).
       01 WS-BEST-RUN-ID PIC X(17).
       01 WS-BEST-STAMP PIC X(17).
       01 WS-BEST-ANSWER PIC 9(20).
       01 WS-BEST-TEXT PIC X(60).
       01 WS-DRIFT-OPEN PIC X(1).
       01 WS-PARSE-HEAD PIC X(150).
       01 WS-PARSE-TAIL PIC X(150).
       01 WS-DRIFT-TAG PIC X(12).
       01 WS-DRIFT-PROGRAM PIC X(12).
       01 WS-DRIFT-STAMP PIC X(17).
       01 WS-DRIFT-PARMS PIC X(60).
       01 WS-DRIFT-PRIOR PIC X(80).
       01 WS-DRIFT-NOW-REST PIC X(150).
       01 WS-DRIFT-NOW-X PIC X(60).
       01 WS-DRIFT-NOW PIC 9(20).
       01 WS-ACC-COUNT PIC 9(3) VALUE 0.
       01 WS-ACC-TBL.
           05 WS-ACC-ANSWER PIC 9(20) OCCURS 100 TIMES.
       01 WS-ACC-IDX PIC 9(3).
       01 WS-ACC-FOUND PIC X(1).
       COPY EUVERSION.
       COPY EUANSWER.
       COPY EUORIGIN.
       COPY EUREUSE.
       LINKAGE SECTION.
       01 LK-RR-PROGRAM PIC X(10).
       01 LK-RR-PARMS PIC X(60).
       01 LK-RR-ANSWER PIC 9(20).
       01 LK-RR-FOUND PIC X(1).
       PROCEDURE DIVISION USING LK-RR-PROGRAM LK-RR-PARMS
           LK-RR-ANSWER LK-RR-FOUND.
       A00-Begin.
           MOVE 'N' TO LK-RR-FOUND
           MOVE 0 TO LK-RR-ANSWER
           IF WS-REUSE-FORCE = 'Y'
             OR WS-RUN-ORIGIN = "REGRESS"
             OR WS-RUN-ORIGIN = "SHADOW"
             OR WS-RUN-ORIGIN = "REPLAY"
             OR WS-PGM-VERSION = 0
             GOBACK
           END-IF
           PERFORM A03-ResolvePaths
           PERFORM B00-FindPriorRun
           IF WS-BEST-FOUND = 'N'
             GOBACK
           END-IF
           PERFORM C00-CheckOpenDrift
           IF WS-DRIFT-OPEN = 'Y'
             DISPLAY "Result reuse: a drift exception is open against "
               FUNCTION TRIM(LK-RR-PROGRAM) " "
               FUNCTION TRIM(LK-RR-PARMS) "; recomputing"
             GOBACK
           END-IF
           MOVE 'Y' TO LK-RR-FOUND
           MOVE WS-BEST-ANSWER TO LK-RR-ANSWER
           MOVE WS-BEST-TEXT TO WS-EULER-ANSWER
           MOVE WS-BEST-RUN-ID TO WS-REUSED-FROM
           DISPLAY "Result reuse: answer taken from run "
             WS-BEST-RUN-ID " (" WS-BEST-STAMP ", version "
             WS-VERSION-X "); give FORCE to recompute"
           GOBACK.
      ***** End of Program execution
       A03-ResolvePaths.
           MOVE "project-euler/euler.results" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-RESULT-PATH
           MOVE "project-euler/euler.exceptions" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-EXCEPT-PATH
           MOVE "project-euler/euler.driftdisp" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-DISP-PATH
           .
      ***** The program's records run in date-time order under its
      ***** name, so a START at the name and a walk forward leaves
      ***** the latest qualifying run in the WS-BEST fields. A
      ***** master that cannot be read just means nothing to reuse.
       B00-FindPriorRun.
           MOVE 'N' TO WS-BEST-FOUND
           MOVE WS-PGM-VERSION TO WS-VERSION-X
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-RESULT-FILE
           MOVE LK-RR-PROGRAM TO RESULT-PROGRAM
           MOVE 0 TO RESULT-RUN-DATE
           MOVE 0 TO RESULT-RUN-TIME
           START RESULT-FILE KEY >= RESULT-KEY
             INVALID KEY MOVE 'Y' TO EOF-RESULT-FILE
           END-START
           PERFORM UNTIL EOF-RESULT-FILE = 'Y'
             READ RESULT-FILE NEXT RECORD
               AT END MOVE 'Y' TO EOF-RESULT-FILE
               NOT AT END
                 IF RESULT-PROGRAM NOT = LK-RR-PROGRAM
                   MOVE 'Y' TO EOF-RESULT-FILE
                 ELSE
                   PERFORM B10-ConsiderRun
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           .
       B10-ConsiderRun.
           IF FUNCTION TRIM(RESULT-PARMS) NOT =
             FUNCTION TRIM(LK-RR-PARMS)
             OR RESULT-VERSION NOT = WS-VERSION-X
             OR RESULT-RUN-ID = SPACES
             OR RESULT-RUN-ID = LOW-VALUES
             EXIT PARAGRAPH
           END-IF
           IF RESULT-REUSED-FROM NOT = SPACES
             AND RESULT-REUSED-FROM NOT = LOW-VALUES
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BEST-FOUND
           MOVE RESULT-RUN-ID TO WS-BEST-RUN-ID
           MOVE SPACES TO WS-BEST-STAMP
           STRING RESULT-RUN-DATE "-" RESULT-RUN-TIME
             DELIMITED BY SIZE INTO WS-BEST-STAMP
           MOVE RESULT-ANSWER TO WS-BEST-ANSWER
           IF RESULT-ANSWER-TEXT = SPACES
             OR RESULT-ANSWER-TEXT = LOW-VALUES
             MOVE RESULT-ANSWER TO WS-BEST-TEXT
           ELSE
             MOVE RESULT-ANSWER-TEXT TO WS-BEST-TEXT
           END-IF
           .
      ***** A DRIFT line is split the way Handover and EulerDash
      ***** split it; one for this program and parameters whose
      ***** drifted answer has no acceptance keeps the combination
      ***** under suspicion. Like LedgerWriter's disposition check,
      ***** the acceptance is matched on the answer's leading 20
      ***** digits. No exceptions file means no drift.
       C00-CheckOpenDrift.
           MOVE 'N' TO WS-DRIFT-OPEN
           PERFORM C10-LoadAcceptances
           MOVE 'N' TO EOF-EXCEPT-FILE
           OPEN INPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-EXCEPT-FILE = 'Y' OR WS-DRIFT-OPEN = 'Y'
             READ EXCEPT-FILE
               AT END MOVE 'Y' TO EOF-EXCEPT-FILE
               NOT AT END
                 PERFORM C20-ConsiderDrift
             END-READ
           END-PERFORM
           CLOSE EXCEPT-FILE
           .
       C10-LoadAcceptances.
           MOVE 0 TO WS-ACC-COUNT
           MOVE 'N' TO EOF-DISP-FILE
           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-DISP-FILE = 'Y'
             READ DISP-FILE
               AT END MOVE 'Y' TO EOF-DISP-FILE
               NOT AT END
                 IF DISP-PROGRAM = LK-RR-PROGRAM
                   AND FUNCTION TRIM(DISP-PARMS) =
                     FUNCTION TRIM(LK-RR-PARMS)
                   AND WS-ACC-COUNT < 100
                   ADD 1 TO WS-ACC-COUNT
                   MOVE DISP-ANSWER TO WS-ACC-ANSWER(WS-ACC-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DISP-FILE
           .
       C20-ConsiderDrift.
           MOVE SPACES TO WS-PARSE-HEAD WS-PARSE-TAIL WS-DRIFT-TAG
             WS-DRIFT-PROGRAM WS-DRIFT-STAMP WS-DRIFT-PARMS
             WS-DRIFT-PRIOR WS-DRIFT-NOW-REST WS-DRIFT-NOW-X
           UNSTRING EXCEPT-LINE DELIMITED BY "  prior="
             INTO WS-PARSE-HEAD WS-PARSE-TAIL
           UNSTRING WS-PARSE-HEAD DELIMITED BY "  "
             INTO WS-DRIFT-TAG WS-DRIFT-PROGRAM WS-DRIFT-STAMP
               WS-DRIFT-PARMS
           IF WS-DRIFT-TAG NOT = "DRIFT"
             OR WS-DRIFT-PROGRAM NOT = LK-RR-PROGRAM
             OR FUNCTION TRIM(WS-DRIFT-PARMS) NOT =
               FUNCTION TRIM(LK-RR-PARMS)
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-PARSE-TAIL DELIMITED BY "  now="
             INTO WS-DRIFT-PRIOR WS-DRIFT-NOW-REST
           UNSTRING WS-DRIFT-NOW-REST DELIMITED BY " "
             INTO WS-DRIFT-NOW-X
           IF WS-DRIFT-NOW-X(1:20) IS NOT NUMERIC
             MOVE 'Y' TO WS-DRIFT-OPEN
             EXIT PARAGRAPH
           END-IF
           MOVE WS-DRIFT-NOW-X(1:20) TO WS-DRIFT-NOW
           MOVE 'N' TO WS-ACC-FOUND
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
             UNTIL WS-ACC-IDX > WS-ACC-COUNT
             IF WS-ACC-ANSWER(WS-ACC-IDX) = WS-DRIFT-NOW
               MOVE 'Y' TO WS-ACC-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-ACC-FOUND = 'N'
             MOVE 'Y' TO WS-DRIFT-OPEN
           END-IF
           .
      ***** Exit
       END PROGRAM ResultReuse.
