       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Data Release Check
      *
      *    Callable subprogram that stands between a production run
      *    and its input data files: a changed digit file or grid
      *    used to look exactly like a program bug when drift fired.
      *    Every controlled input file is registered in the data
      *    release register (project-euler/euler.datarel, maintained
      *    by DataRel - see datarel.cbl) with the record count and
      *    content checksum it was released at. Kept as a separate
      *    callable module (never compiled with -x), the same way
      *    IncidentLog and ParmCheck are.
      *
      *    Modes (LK-DC-MODE):
      *        'C'  compute: return the file's record count and
      *             checksum only (DataRel uses this to stage and
      *             approve releases); LK-DC-RESULT comes back Y,
      *             or M when the file cannot be opened
      *        'V'  verify: as C, then the run is refused
      *             (LK-DC-RESULT N) unless the file's released
      *             register entry carries the same count and
      *             checksum. A refusal is displayed and logged
      *             through IncidentLog under the caller's program
      *             name; the caller abends (or, for Problem8's
      *             file list, drops the file) exactly as it does
      *             for an unusable file. A file that cannot be
      *             opened is passed (Y) so the caller's own open
      *             reports it the way it always has.
      *    Only production runs are gated: a run whose origin is
      *    SANDBOX (see copybooks/EUORIGIN.cpy; an EULER_SANDBOX
      *    environment counts, as it does for LedgerWriter) may
      *    read whatever it likes, which is what the sandbox is for.
      *
      *    The checksum runs over every record's text up to its last
      *    non-blank character, record ends included, as
      *        sum = (sum * 31 + character code) mod 1000000007
      *    so a changed, added, dropped or reordered digit all show.
      *****************************************************************
       PROGRAM-ID. DataCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DATA-STATUS-CD.
           SELECT REL-FILE ASSIGN TO "project-euler/euler.datarel"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REL-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD DATA-FILE.
       01 DATA-RECORD PIC X(32000).
       FD REL-FILE.
       01 REL-RECORD.
           05 REL-FILE-NAME PIC X(60).
           05 REL-STATE PIC X(1).
           05 REL-COUNT PIC 9(7).
           05 REL-CHECKSUM PIC 9(10).
           05 REL-RELEASED-BY PIC X(12).
           05 REL-DATE PIC 9(8).
           05 REL-APPROVED-BY PIC X(12).
           05 REL-STAGED-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-DATA-STATUS-CD PIC XX.
       01 WS-REL-STATUS-CD PIC XX.
       01 WS-DATA-PATH PIC X(60).
       01 EOF-DATA-FILE PIC X(1).
       01 EOF-REL-FILE PIC X(1).
       01 WS-REC-LEN PIC 9(5).
       01 WS-CHAR-IDX PIC 9(5).
       01 WS-SUM-WORK PIC 9(12).
       01 WS-SANDBOX-DIR PIC X(80).
       01 WS-IS-SANDBOX PIC X(1).
       01 WS-REL-FOUND PIC X(1).
       01 WS-REL-COUNT PIC 9(7).
       01 WS-REL-CHECKSUM PIC 9(10).
       01 WS-REL-DATE PIC 9(8).
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       COPY EUORIGIN.
       LINKAGE SECTION.
       01 LK-DC-MODE PIC X(1).
       01 LK-DC-PROGRAM PIC X(10).
       01 LK-DC-FILE PIC X(60).
       01 LK-DC-COUNT PIC 9(7).
       01 LK-DC-CHECKSUM PIC 9(10).
       01 LK-DC-RESULT PIC X(1).
       PROCEDURE DIVISION USING LK-DC-MODE LK-DC-PROGRAM LK-DC-FILE
             LK-DC-COUNT LK-DC-CHECKSUM LK-DC-RESULT.
       A00-Begin.
           MOVE 'Y' TO LK-DC-RESULT
           MOVE 0 TO LK-DC-COUNT
           MOVE 0 TO LK-DC-CHECKSUM
           IF LK-DC-MODE = 'V'
             PERFORM A10-CheckOrigin
             IF WS-IS-SANDBOX = 'Y'
               GOBACK
             END-IF
           END-IF
           PERFORM B00-ComputeChecksum
           IF LK-DC-MODE = 'V' AND LK-DC-RESULT = 'Y'
             PERFORM C00-VerifyRelease
           END-IF
           IF LK-DC-MODE = 'V' AND LK-DC-RESULT = 'M'
             MOVE 'Y' TO LK-DC-RESULT
           END-IF
           GOBACK.
      ***** End of Program execution
      ***** The same sandbox test LedgerWriter applies before it
      ***** stamps a ledger line's origin.
       A10-CheckOrigin.
           MOVE 'N' TO WS-IS-SANDBOX
           IF WS-RUN-ORIGIN = "SANDBOX"
             MOVE 'Y' TO WS-IS-SANDBOX
           END-IF
           MOVE SPACES TO WS-SANDBOX-DIR
           ACCEPT WS-SANDBOX-DIR FROM ENVIRONMENT "EULER_SANDBOX"
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SANDBOX-DIR NOT = SPACES
             MOVE 'Y' TO WS-IS-SANDBOX
           END-IF
           .
       B00-ComputeChecksum.
           MOVE LK-DC-FILE TO WS-DATA-PATH
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS-CD NOT = "00"
             MOVE 'M' TO LK-DC-RESULT
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-DATA-FILE
           PERFORM WITH TEST AFTER UNTIL EOF-DATA-FILE = 'Y'
             READ DATA-FILE
               AT END MOVE 'Y' TO EOF-DATA-FILE
               NOT AT END
                 ADD 1 TO LK-DC-COUNT
                 PERFORM B10-SumRecord
             END-READ
           END-PERFORM
           CLOSE DATA-FILE
           .
       B10-SumRecord.
           MOVE 0 TO WS-REC-LEN
           IF DATA-RECORD NOT = SPACES
             COMPUTE WS-REC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(DATA-RECORD TRAILING))
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
             UNTIL WS-CHAR-IDX > WS-REC-LEN
             COMPUTE WS-SUM-WORK = LK-DC-CHECKSUM * 31
               + FUNCTION ORD(DATA-RECORD(WS-CHAR-IDX:1))
             COMPUTE LK-DC-CHECKSUM =
               FUNCTION MOD(WS-SUM-WORK, 1000000007)
           END-PERFORM
           COMPUTE WS-SUM-WORK = LK-DC-CHECKSUM * 31 + 10
           COMPUTE LK-DC-CHECKSUM =
             FUNCTION MOD(WS-SUM-WORK, 1000000007)
           .
      ***** The released (R) entry is the only one that counts; a
      ***** version staged but not yet approved (P) does not make
      ***** the new file usable.
       C00-VerifyRelease.
           MOVE 'N' TO WS-REL-FOUND
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS-CD = "00"
             MOVE 'N' TO EOF-REL-FILE
             PERFORM WITH TEST AFTER UNTIL EOF-REL-FILE = 'Y'
               READ REL-FILE
                 AT END MOVE 'Y' TO EOF-REL-FILE
                 NOT AT END
                   IF REL-FILE-NAME = LK-DC-FILE AND REL-STATE = 'R'
                     MOVE 'Y' TO WS-REL-FOUND
                     MOVE REL-COUNT TO WS-REL-COUNT
                     MOVE REL-CHECKSUM TO WS-REL-CHECKSUM
                     MOVE REL-DATE TO WS-REL-DATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REL-FILE
           END-IF
           MOVE SPACES TO WS-INC-MESSAGE
           EVALUATE TRUE
             WHEN WS-REL-FOUND = 'N'
               DISPLAY "REFUSED: input " FUNCTION TRIM(LK-DC-FILE)
                 " has no released entry in the data release "
                 "register"
               MOVE "input file not released for production use"
                 TO WS-INC-MESSAGE
             WHEN WS-REL-COUNT NOT = LK-DC-COUNT
               OR WS-REL-CHECKSUM NOT = LK-DC-CHECKSUM
               DISPLAY "REFUSED: input " FUNCTION TRIM(LK-DC-FILE)
                 " does not match its " WS-REL-DATE " release ("
                 LK-DC-COUNT " records, checksum " LK-DC-CHECKSUM
                 "; released " WS-REL-COUNT " records, checksum "
                 WS-REL-CHECKSUM ")"
               STRING "input changed since release " WS-REL-DATE
                 DELIMITED BY SIZE INTO WS-INC-MESSAGE
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'N' TO LK-DC-RESULT
           MOVE LK-DC-FILE TO WS-INC-FILE
           MOVE "--" TO WS-INC-STATUS
           CALL "IncidentLog" USING LK-DC-PROGRAM
             WS-INC-FILE WS-INC-STATUS WS-INC-MESSAGE
           .
      ***** Exit
       END PROGRAM DataCheck.
