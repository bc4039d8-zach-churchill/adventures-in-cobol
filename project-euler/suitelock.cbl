      *
      *    The lock lives in project-euler/euler.joblock (its own
      *    file - euler.lock is LedgerWriter's append lock), one
      *    record per holder:
      *    holder program, user, run ID, start stamp, the holder's
      *    last heartbeat stamp, and the holder's execution lane.
      *
      *    Lanes. A driver started for one lane of the consolidated
      *    run (eulerdriver LANE <name>) sets the shared WS-RUN-LANE
      *    (EULANE copybook); every other caller leaves it blank,
      *    which means the whole suite. A whole-suite acquire needs
      *    the file to hold no live entry at all, exactly as before;
      *    a lane acquire is refused only by a live whole-suite entry
      *    or a live entry for the same lane, so two lanes run side
      *    by side but two copies of one lane, or a lane alongside a
      *    full run, cannot.
      *
      *    An acquire is a read-then-write, so the check and the
      *    write are bracketed by a guard file
      *    instant cannot both read "free" and both proceed. A busy
      *    guard after a few tries refuses the acquire outright;
      *    whoever holds it is mid-acquire and will have the lock.
      *    With several holders sharing the file, heartbeats and
      *    releases rewrite it too, so they take the same guard; a
      *    heartbeat that finds it busy is simply skipped (the next
      *    step beats again), a release retries like an acquire.
      *
      *    Modes (LK-SL-MODE):
      *        'A'  acquire: take the lock when free; a conflicting
      *             entry refuses (LK-SL-GRANTED comes back N) with
      *             the holder, owner, lane and held-since shown -
      *             unless that holder's heartbeat has gone quiet
      *             past the stale threshold, in which case the entry
      *             is provably dead and is dropped with a console
      *             notice.
      *        'H'  heartbeat: refresh the caller's own entry; only
      *             the entry carrying the caller's run ID and lane
      *             is touched.
      *        'R'  release: remove the caller's own entry, leaving
      *             any other lane's entry in place.
      *
      *    The stale threshold is 10 minutes - longer than any gap
      *    between driver step heartbeats, shorter than the window.
           05 LOCK-RUNID PIC X(17).
           05 LOCK-START PIC X(17).
           05 LOCK-HEARTBEAT PIC X(17).
           05 LOCK-LANE PIC X(8).
       FD GUARD-FILE.
       01 GUARD-RECORD PIC X(17).
       WORKING-STORAGE SECTION.
       01 EOF-LOCK-FILE PIC X.
       01 WS-STALE-MINUTES PIC 9(3) VALUE 10.
       01 WS-HELD PIC X(1).
       01 WS-HOLDER-BEAT PIC X(17).
       01 WS-ENT-MAX PIC 9(2) VALUE 20.
       01 WS-ENT-COUNT PIC 9(2) VALUE 0.
       01 WS-ENT-IDX PIC 9(2).
       01 WS-OWN-IDX PIC 9(2).
       01 WS-ENT-TBL.
           05 WS-ENT OCCURS 20 TIMES.
               10 WS-ENT-PROGRAM PIC X(12).
               10 WS-ENT-USER PIC X(12).
               10 WS-ENT-RUNID PIC X(17).
               10 WS-ENT-START PIC X(17).
               10 WS-ENT-BEAT PIC X(17).
               10 WS-ENT-LANE PIC X(8).
               10 WS-ENT-KEEP PIC X(1).
       01 WS-LANE-SHOW PIC X(8).
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME.
       01 WS-AGE-MINS PIC S9(9).
       01 WS-USER-ID PIC X(12).
       COPY EURUNID.
       COPY EULANE.
       LINKAGE SECTION.
       01 LK-SL-MODE PIC X(1).
       01 LK-SL-PROGRAM PIC X(12).
             STRING WS-NOW-DATE "-" WS-NOW-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-IF
           IF WS-RUN-LANE = LOW-VALUES
             MOVE SPACES TO WS-RUN-LANE
           END-IF
           EVALUATE LK-SL-MODE
             WHEN 'A'
           END-EVALUATE
           GOBACK.
      ***** End of Program execution
      ***** Every entry on the file goes into WS-ENT-TBL; the
      ***** rewrite in D00 puts back only the ones still marked kept.
       B00-ReadLock.
           MOVE 'N' TO WS-HELD
           MOVE 0 TO WS-ENT-COUNT
           MOVE 'N' TO EOF-LOCK-FILE
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS-CD NOT = "00"
               AT END MOVE 'Y' TO EOF-LOCK-FILE
               NOT AT END
                 IF LOCK-PROGRAM NOT = SPACES
                   AND WS-ENT-COUNT < WS-ENT-MAX
                   MOVE 'Y' TO WS-HELD
                   ADD 1 TO WS-ENT-COUNT
                   MOVE LOCK-PROGRAM TO WS-ENT-PROGRAM(WS-ENT-COUNT)
                   MOVE LOCK-USER TO WS-ENT-USER(WS-ENT-COUNT)
                   MOVE LOCK-RUNID TO WS-ENT-RUNID(WS-ENT-COUNT)
                   MOVE LOCK-START TO WS-ENT-START(WS-ENT-COUNT)
                   MOVE LOCK-HEARTBEAT TO WS-ENT-BEAT(WS-ENT-COUNT)
                   MOVE LOCK-LANE TO WS-ENT-LANE(WS-ENT-COUNT)
                   MOVE 'Y' TO WS-ENT-KEEP(WS-ENT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           .
      ***** The whole check-and-write runs with the exclusive guard
      ***** held, so the read the decision rests on is still true
      ***** when the lock file is rewritten.
       C00-Acquire.
           PERFORM C02-TakeGuard
           IF WS-GUARD-HELD = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM B00-ReadLock
           MOVE 'Y' TO LK-SL-GRANTED
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT
             PERFORM C01-CheckEntry
           END-PERFORM
           IF LK-SL-GRANTED = 'Y'
             MOVE 0 TO WS-OWN-IDX
             PERFORM D00-WriteLock
           END-IF
           PERFORM C03-DropGuard
           .
      ***** A whole-suite caller (blank lane) conflicts with every
      ***** entry; a lane caller only with a whole-suite entry or one
      ***** for its own lane. A conflicting entry gone stale is
      ***** dropped instead of refusing.
       C01-CheckEntry.
           IF WS-RUN-LANE NOT = SPACES
             AND WS-ENT-LANE(WS-ENT-IDX) NOT = SPACES
             AND WS-ENT-LANE(WS-ENT-IDX) NOT = WS-RUN-LANE
             EXIT PARAGRAPH
           END-IF
           IF WS-ENT-LANE(WS-ENT-IDX) = SPACES
             MOVE "SUITE" TO WS-LANE-SHOW
           ELSE
             MOVE WS-ENT-LANE(WS-ENT-IDX) TO WS-LANE-SHOW
           END-IF
           MOVE WS-ENT-BEAT(WS-ENT-IDX) TO WS-HOLDER-BEAT
           PERFORM C05-CheckStale
           IF WS-AGE-MINS <= WS-STALE-MINUTES
             DISPLAY "Suite lock held by "
               FUNCTION TRIM(WS-ENT-PROGRAM(WS-ENT-IDX)) " (user "
               FUNCTION TRIM(WS-ENT-USER(WS-ENT-IDX)) ", lane "
               FUNCTION TRIM(WS-LANE-SHOW) ", run "
               WS-ENT-RUNID(WS-ENT-IDX) ") since "
               WS-ENT-START(WS-ENT-IDX) "; not starting"
             MOVE 'N' TO LK-SL-GRANTED
           ELSE
             DISPLAY "Suite lock from "
               FUNCTION TRIM(WS-ENT-PROGRAM(WS-ENT-IDX)) " (lane "
               FUNCTION TRIM(WS-LANE-SHOW)
               ") is stale (heartbeat " WS-HOLDER-BEAT
               ", " WS-AGE-MINS " minutes quiet); overriding"
             MOVE 'N' TO WS-ENT-KEEP(WS-ENT-IDX)
           END-IF
           .
      ***** The guard is an ordinary file opened SHARING WITH NO
      ***** OTHER; a busy status just means another starter is in
      ***** its own check-and-write, so after a few short waits the
           COMPUTE WS-AGE-MINS = WS-NOW-MINS - WS-BEAT-MINS
           .
       C10-Heartbeat.
           MOVE 'N' TO LK-SL-GRANTED
           PERFORM C02-TakeGuard
           IF WS-GUARD-HELD = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM B00-ReadLock
           PERFORM C15-FindOwn
           IF WS-OWN-IDX > 0
             PERFORM D00-WriteLock
             MOVE 'Y' TO LK-SL-GRANTED
           END-IF
           PERFORM C03-DropGuard
           .
      ***** The caller's own entry is the one carrying its run ID and
      ***** its lane; WS-OWN-IDX stays 0 when there is none.
       C15-FindOwn.
           MOVE 0 TO WS-OWN-IDX
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT OR WS-OWN-IDX > 0
             IF WS-ENT-RUNID(WS-ENT-IDX) = WS-RUN-ID
               AND WS-ENT-LANE(WS-ENT-IDX) = WS-RUN-LANE
               MOVE WS-ENT-IDX TO WS-OWN-IDX
             END-IF
           END-PERFORM
           .
       C20-Release.
           PERFORM C02-TakeGuard
           IF WS-GUARD-HELD = 'N'
             DISPLAY "WARNING: suite lock guard is busy; entry for "
               "run " WS-RUN-ID " not released (it will go stale)"
             MOVE 'N' TO LK-SL-GRANTED
             EXIT PARAGRAPH
           END-IF
           PERFORM B00-ReadLock
           PERFORM C15-FindOwn
           IF WS-OWN-IDX = 0 AND WS-ENT-COUNT > 0
             AND WS-RUN-LANE = SPACES
             DISPLAY "WARNING: suite lock belongs to run "
               WS-ENT-RUNID(1) "; not released"
             MOVE 'N' TO LK-SL-GRANTED
             PERFORM C03-DropGuard
             EXIT PARAGRAPH
           END-IF
           IF WS-OWN-IDX > 0
             MOVE 'N' TO WS-ENT-KEEP(WS-OWN-IDX)
           END-IF
           MOVE 0 TO WS-OWN-IDX
           PERFORM D10-RewriteKept
           MOVE 'Y' TO LK-SL-GRANTED
           PERFORM C03-DropGuard
           .
      ***** The same USER identity LedgerWriter stamps on ledger
      ***** lines goes on the lock, so the refusal message can name
           IF WS-USER-ID = SPACES
             MOVE "UNKNOWN" TO WS-USER-ID
           END-IF
           IF WS-OWN-IDX = 0
             IF WS-ENT-COUNT >= WS-ENT-MAX
               DISPLAY "WARNING: suite lock file is full; entry "
                 "for run " WS-RUN-ID " not recorded"
               PERFORM D10-RewriteKept
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-ENT-COUNT
             MOVE WS-ENT-COUNT TO WS-OWN-IDX
             MOVE LK-SL-PROGRAM TO WS-ENT-PROGRAM(WS-OWN-IDX)
             MOVE WS-RUN-ID TO WS-ENT-RUNID(WS-OWN-IDX)
             MOVE WS-RUN-LANE TO WS-ENT-LANE(WS-OWN-IDX)
             MOVE 'Y' TO WS-ENT-KEEP(WS-OWN-IDX)
             MOVE SPACES TO WS-ENT-START(WS-OWN-IDX)
             STRING WS-NOW-DATE "-" WS-NOW-TIME
               DELIMITED BY SIZE INTO WS-ENT-START(WS-OWN-IDX)
           END-IF
           MOVE WS-USER-ID TO WS-ENT-USER(WS-OWN-IDX)
           MOVE SPACES TO WS-ENT-BEAT(WS-OWN-IDX)
           STRING WS-NOW-DATE "-" WS-NOW-TIME
             DELIMITED BY SIZE INTO WS-ENT-BEAT(WS-OWN-IDX)
           PERFORM D10-RewriteKept
           .
      ***** The file is rewritten whole from the table, leaving out
      ***** released and overridden entries; an empty file is a free
      ***** lock.
       D10-RewriteKept.
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot write suite lock (status "
               WS-LOCK-STATUS-CD ")"
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT
             IF WS-ENT-KEEP(WS-ENT-IDX) = 'Y'
               MOVE SPACES TO LOCK-RECORD
               MOVE WS-ENT-PROGRAM(WS-ENT-IDX) TO LOCK-PROGRAM
               MOVE WS-ENT-USER(WS-ENT-IDX) TO LOCK-USER
               MOVE WS-ENT-RUNID(WS-ENT-IDX) TO LOCK-RUNID
               MOVE WS-ENT-START(WS-ENT-IDX) TO LOCK-START
               MOVE WS-ENT-BEAT(WS-ENT-IDX) TO LOCK-HEARTBEAT
               MOVE WS-ENT-LANE(WS-ENT-IDX) TO LOCK-LANE
               WRITE LOCK-RECORD
             END-IF
           END-PERFORM
           CLOSE LOCK-FILE
           .
      ***** Exit
