      *        columns   1-10  program name
      *        columns  11-70  parameters key (the program's own
      *                        PARAMETERS string)
      *        column   71     state: R running, C complete,
      *                        V version-stale (see below)
      *        columns  72-88  date-time stamp (YYYYMMDD-HHMMSSss)
      *        columns  89-148 program-specific restart data
      *        columns 149-150 version of the program that wrote it
      *                        (its EUVERSION value; blank on entries
      *                        saved before versions were stamped)
      *
      *    Modes (LK-CM-MODE):
      *        'S'  save: add or replace this key's entry, state R
      *        'R'  read: return the entry's data when one exists in
      *             state R and its version may be resumed by the
      *             caller's; LK-CM-FOUND comes back Y or N
      *        'C'  complete: remove this key's entry
      *    The file is small (one record per interrupted search), so
      *    each operation loads it whole and rewrites it, the same
      *    rewrite-on-save style the old single-record files used.
      *
      *    Since driver lanes run concurrently, two searches in
      *    different lanes can save in the same instant; a save or
      *    complete therefore holds a guard file (the checkpoint path
      *    plus ".lck") opened SHARING WITH NO OTHER across its
      *    load-and-rewrite - LedgerWriter's exclusive-open idiom - so
      *    neither rewrite drops the other's entry. A guard still
      *    busy after a few short waits skips that one save with a
      *    warning; the search saves again at its next interval.
      *
      *    Callers MOVE their version constant to the EXTERNAL
      *    WS-PGM-VERSION (copybooks/EUVERSION.cpy) before an 'S' or
      *    'R' call. A save stamps the entry with it; a read of an
      *    entry written by a different version is refused - a
      *    rebuilt Problem7 must not pick up a position the old build
      *    laid down - unless the program's registry row
      *    (project-euler/euler.registry, columns 108-109, set with
      *    regmaint CKPTCOMPAT) declares that checkpoints from that
      *    version onward are still compatible with the current one.
      *    A refused entry is not thrown away: it is marked state V,
      *    logged as an incident (see incidentlog.cbl), and left on
      *    file for EulerResume and CkptList to report until it is
      *    purged; the caller simply starts its search afresh, and
      *    its own saves go to a new state-R entry beside it, since
      *    lookups pass over state-V entries. An unstamped entry, or
      *    a caller that never said its version (zero), is resumed
      *    as before.
      *
      *    A read also records the program and its key as the search
      *    in progress (copybooks/EUACTIVE.cpy) and a complete clears
      *    it, so an incident the search raises in between carries
      *    the parameters it failed on.
      *****************************************************************
       PROGRAM-ID. CkptManager.
       ENVIRONMENT DIVISION.
           SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CKPT-STATUS-CD.
           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRY-STATUS-CD.
           SELECT GUARD-FILE ASSIGN TO DYNAMIC WS-GUARD-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             SHARING WITH NO OTHER
             FILE STATUS IS WS-GUARD-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CKPT-FILE.
           05 CM-STATE PIC X(1).
           05 CM-STAMP PIC X(17).
           05 CM-DATA PIC X(60).
           05 CM-VERSION PIC X(2).
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-PROGRAM PIC X(12).
           05 FILLER PIC X(95).
           05 REG-CKPT-FROM PIC X(2).
       FD GUARD-FILE.
       01 GUARD-RECORD PIC X(17).
       WORKING-STORAGE SECTION.
       01 WS-CKPT-STATUS-CD PIC XX.
       01 WS-CKPT-PATH PIC X(100)
          VALUE "project-euler/euler.ckpt".
       01 WS-GUARD-PATH PIC X(100).
       01 WS-REGISTRY-STATUS-CD PIC XX.
       01 WS-REGISTRY-PATH PIC X(100)
          VALUE "project-euler/euler.registry".
       01 EOF-REGISTRY-FILE PIC X.
       01 WS-REG-PROGRAM PIC X(12).
       01 WS-CKPT-FROM PIC X(2).
       01 WS-ENT-VERSION-NUM PIC 9(2).
       01 WS-CKPT-FROM-NUM PIC 9(2).
       01 WS-VERSION-OK PIC X(1).
       01 WS-STALE-STAMP PIC X(17).
       01 WS-INC-FILE PIC X(60).
       01 WS-INC-STATUS PIC X(2).
       01 WS-INC-MESSAGE PIC X(80).
       01 WS-GUARD-STATUS-CD PIC XX.
       01 WS-GUARD-HELD PIC X(1).
       01 WS-GUARD-TRY PIC 9(1).
       01 WS-GUARD-MAX-TRIES PIC 9(1) VALUE 5.
       01 WS-GUARD-WAIT-SECS PIC 9(4) VALUE 1.
       01 WS-PN-DEFAULT PIC X(80).
       01 EOF-CKPT-FILE PIC X.
       01 WS-ENTRY-COUNT PIC 9(3) VALUE 0.
               10 WS-ENT-STATE PIC X(1).
               10 WS-ENT-STAMP PIC X(17).
               10 WS-ENT-DATA PIC X(60).
               10 WS-ENT-VERSION PIC X(2).
       01 WS-ENTRY-IDX PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       COPY EUVERSION.
       COPY EUACTIVE.
       LINKAGE SECTION.
       01 LK-CM-MODE PIC X(1).
       01 LK-CM-PROGRAM PIC X(10).
       A00-Begin.
           MOVE "project-euler/euler.ckpt" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-CKPT-PATH
           MOVE SPACES TO WS-GUARD-PATH
           STRING FUNCTION TRIM(WS-CKPT-PATH) ".lck"
             DELIMITED BY SIZE INTO WS-GUARD-PATH
           MOVE 'Y' TO WS-GUARD-HELD
           IF LK-CM-MODE = 'S' OR LK-CM-MODE = 'C'
             PERFORM A02-TakeGuard
             IF WS-GUARD-HELD = 'N'
               DISPLAY "WARNING: checkpoint file busy; "
                 FUNCTION TRIM(LK-CM-PROGRAM) " entry not updated"
               MOVE 'N' TO LK-CM-FOUND
               GOBACK
             END-IF
           END-IF
           MOVE 0 TO WS-ENTRY-COUNT
           PERFORM B00-LoadEntries
           PERFORM B10-FindEntry
           IF LK-CM-MODE = 'R'
             MOVE LK-CM-PROGRAM TO WS-ACTIVE-PROGRAM
             MOVE LK-CM-PARMS TO WS-ACTIVE-PARMS
           END-IF
           IF LK-CM-MODE = 'C'
             MOVE SPACES TO WS-ACTIVE-SEARCH
           END-IF
           EVALUATE LK-CM-MODE
             WHEN 'S'
               PERFORM C00-SaveEntry
                 "mode " LK-CM-MODE "; nothing done"
               MOVE 'N' TO LK-CM-FOUND
           END-EVALUATE
           IF LK-CM-MODE = 'S' OR LK-CM-MODE = 'C'
             CLOSE GUARD-FILE
           END-IF
           GOBACK.
      ***** End of Program execution
      ***** The guard is an ordinary file opened SHARING WITH NO
      ***** OTHER; a busy status means another search is in its own
      ***** load-and-rewrite, which takes well under a second.
       A02-TakeGuard.
           MOVE 'N' TO WS-GUARD-HELD
           PERFORM VARYING WS-GUARD-TRY FROM 1 BY 1
             UNTIL WS-GUARD-TRY > WS-GUARD-MAX-TRIES
             OR WS-GUARD-HELD = 'Y'
             OPEN EXTEND GUARD-FILE
             IF WS-GUARD-STATUS-CD = "35"
               OPEN OUTPUT GUARD-FILE
             END-IF
             IF WS-GUARD-STATUS-CD = "00"
               MOVE 'Y' TO WS-GUARD-HELD
             ELSE
               CALL "C$SLEEP" USING WS-GUARD-WAIT-SECS
             END-IF
           END-PERFORM
           .
       B00-LoadEntries.
           MOVE 'N' TO EOF-CKPT-FILE
           OPEN INPUT CKPT-FILE
                   MOVE CM-STATE TO WS-ENT-STATE(WS-ENTRY-COUNT)
                   MOVE CM-STAMP TO WS-ENT-STAMP(WS-ENTRY-COUNT)
                   MOVE CM-DATA TO WS-ENT-DATA(WS-ENTRY-COUNT)
                   MOVE CM-VERSION TO WS-ENT-VERSION(WS-ENTRY-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CKPT-FILE
           .
      ***** A version-stale entry shares its key with the live one
      ***** a fresh run saves beside it, so lookups pass it over.
       B10-FindEntry.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
             UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
             IF WS-ENT-PROGRAM(WS-ENTRY-IDX) = LK-CM-PROGRAM
               AND WS-ENT-PARMS(WS-ENTRY-IDX) = LK-CM-PARMS
               AND WS-ENT-STATE(WS-ENTRY-IDX) NOT = 'V'
               MOVE WS-ENTRY-IDX TO WS-MATCH-IDX
               EXIT PERFORM
             END-IF
           STRING WS-RUN-DATE "-" WS-RUN-TIME
             DELIMITED BY SIZE INTO WS-ENT-STAMP(WS-MATCH-IDX)
           MOVE LK-CM-DATA TO WS-ENT-DATA(WS-MATCH-IDX)
           MOVE WS-PGM-VERSION TO WS-ENT-VERSION(WS-MATCH-IDX)
           MOVE 'Y' TO LK-CM-FOUND
           PERFORM D00-RewriteFile
           .
       C10-ReadEntry.
           IF WS-MATCH-IDX > 0
             AND WS-ENT-STATE(WS-MATCH-IDX) = 'R'
             PERFORM C12-CheckVersion
             IF WS-VERSION-OK = 'Y'
               MOVE WS-ENT-DATA(WS-MATCH-IDX) TO LK-CM-DATA
               MOVE 'Y' TO LK-CM-FOUND
             ELSE
               PERFORM C15-RefuseStaleEntry
               MOVE 'N' TO LK-CM-FOUND
             END-IF
           ELSE
             MOVE 'N' TO LK-CM-FOUND
           END-IF
           .
      ***** An entry may be resumed by the version that wrote it, by
      ***** a caller that never said its version, or when it is
      ***** unstamped; otherwise only when the registry declares
      ***** checkpoints from the entry's version onward compatible
      ***** with the caller's (a rollback to an older build never
      ***** is - the newer position may not mean anything to it).
       C12-CheckVersion.
           MOVE 'Y' TO WS-VERSION-OK
           IF WS-PGM-VERSION = 0
             OR WS-ENT-VERSION(WS-MATCH-IDX) NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ENT-VERSION(WS-MATCH-IDX) TO WS-ENT-VERSION-NUM
           IF WS-ENT-VERSION-NUM = 0
             OR WS-ENT-VERSION-NUM = WS-PGM-VERSION
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-VERSION-OK
           IF WS-ENT-VERSION-NUM > WS-PGM-VERSION
             EXIT PARAGRAPH
           END-IF
           PERFORM E00-LoadCkptCompat
           IF WS-CKPT-FROM IS NUMERIC
             MOVE WS-CKPT-FROM TO WS-CKPT-FROM-NUM
             IF WS-CKPT-FROM-NUM <= WS-ENT-VERSION-NUM
               MOVE 'Y' TO WS-VERSION-OK
               DISPLAY "Checkpoint from version "
                 WS-ENT-VERSION(WS-MATCH-IDX)
                 " accepted by version " WS-PGM-VERSION
                 " (registry: compatible from version "
                 WS-CKPT-FROM ")"
             END-IF
           END-IF
           .
      ***** The refusal marks the entry V under the guard, reloading
      ***** first so a save another lane made meanwhile is kept; a
      ***** busy guard leaves the entry as it stands, but the
      ***** refusal and the incident stand either way.
       C15-RefuseStaleEntry.
           MOVE WS-ENT-STAMP(WS-MATCH-IDX) TO WS-STALE-STAMP
           DISPLAY "WARNING: checkpoint for "
             FUNCTION TRIM(LK-CM-PROGRAM) " "
             FUNCTION TRIM(LK-CM-PARMS) " was saved by version "
             WS-ENT-VERSION(WS-MATCH-IDX) " and is not compatible "
             "with version " WS-PGM-VERSION "; starting afresh"
           MOVE SPACES TO WS-INC-MESSAGE
           STRING "version-stale checkpoint refused: saved by v"
             WS-ENT-VERSION(WS-MATCH-IDX) ", now v" WS-PGM-VERSION
             " " FUNCTION TRIM(LK-CM-PARMS)
             DELIMITED BY SIZE INTO WS-INC-MESSAGE
           MOVE WS-CKPT-PATH TO WS-INC-FILE
           MOVE "--" TO WS-INC-STATUS
           CALL "IncidentLog" USING LK-CM-PROGRAM WS-INC-FILE
             WS-INC-STATUS WS-INC-MESSAGE
           PERFORM A02-TakeGuard
           IF WS-GUARD-HELD = 'N'
             DISPLAY "WARNING: checkpoint file busy; stale entry for "
               FUNCTION TRIM(LK-CM-PROGRAM) " not marked"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ENTRY-COUNT
           PERFORM B00-LoadEntries
           PERFORM B10-FindEntry
           IF WS-MATCH-IDX > 0
             AND WS-ENT-STAMP(WS-MATCH-IDX) = WS-STALE-STAMP
             MOVE 'V' TO WS-ENT-STATE(WS-MATCH-IDX)
             PERFORM D00-RewriteFile
           END-IF
           CLOSE GUARD-FILE
           .
      ***** A completed search's entry is removed outright rather
      ***** than left in state C, so the file only ever holds
      ***** positions still worth resuming.
             MOVE WS-ENT-STATE(WS-ENTRY-IDX) TO CM-STATE
             MOVE WS-ENT-STAMP(WS-ENTRY-IDX) TO CM-STAMP
             MOVE WS-ENT-DATA(WS-ENTRY-IDX) TO CM-DATA
             MOVE WS-ENT-VERSION(WS-ENTRY-IDX) TO CM-VERSION
             WRITE CKPT-RECORD
           END-PERFORM
           CLOSE CKPT-FILE
           .
      ***** The program's checkpoint-compatibility column from the
      ***** registry; no registry, no row or a blank column all
      ***** mean only the writing version may resume.
       E00-LoadCkptCompat.
           MOVE SPACES TO WS-CKPT-FROM
           MOVE "project-euler/euler.registry" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-REGISTRY-PATH
           MOVE LK-CM-PROGRAM TO WS-REG-PROGRAM
           MOVE 'N' TO EOF-REGISTRY-FILE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-REGISTRY-FILE = 'Y'
             READ REGISTRY-FILE
               AT END MOVE 'Y' TO EOF-REGISTRY-FILE
               NOT AT END
                 IF REG-PROGRAM = WS-REG-PROGRAM
                   MOVE REG-CKPT-FROM TO WS-CKPT-FROM
                   MOVE 'Y' TO EOF-REGISTRY-FILE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           .
      ***** Exit
       END PROGRAM CkptManager.
