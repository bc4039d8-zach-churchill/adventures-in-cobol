      *             cutoff has passed, N before then - and always N
      *             while unarmed, so callers can check
      *             unconditionally on their heartbeat.
      *        'E'  extend: push an armed cutoff back by the whole
      *             number of minutes in LK-TB-VALUE - the operator
      *             EXTEND command (see cmdchannel.cbl). An unarmed
      *             box has no cutoff to push, so the extension is
      *             warned and ignored.
      *
      *    The deadline is held across calls in this module's own
      *    storage, one box per run unit. On expiry the caller saves
               PERFORM B00-ArmTheBox
             WHEN 'C'
               PERFORM C00-CheckExpiry
             WHEN 'E'
               PERFORM D00-ExtendTheBox
             WHEN OTHER
               DISPLAY "WARNING: TimeBox called with unknown mode "
                 LK-TB-MODE "; nothing done"
             MOVE 'Y' TO LK-TB-EXPIRED
           END-IF
           .
       D00-ExtendTheBox.
           MOVE 'N' TO LK-TB-EXPIRED
           IF WS-TB-ARMED = 'N'
             DISPLAY "WARNING: no time box is armed; EXTEND ignored"
             EXIT PARAGRAPH
           END-IF
           MOVE LK-TB-VALUE(1:11) TO WS-VALUE-TAIL
           IF FUNCTION TRIM(WS-VALUE-TAIL) = SPACES
             DISPLAY "WARNING: EXTEND carries no minute count; "
               "cutoff unchanged"
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MINUTES = FUNCTION NUMVAL(WS-VALUE-TAIL)
           DIVIDE WS-TB-DEADLINE-TIME BY 1000000 GIVING WS-DL-HH
           COMPUTE WS-DL-MM =
             (WS-TB-DEADLINE-TIME - WS-DL-HH * 1000000) / 10000
           COMPUTE WS-DEADLINE-MINS = WS-TB-DEADLINE-DAYNUM * 1440
             + WS-DL-HH * 60 + WS-DL-MM + WS-MINUTES
           COMPUTE WS-DAY-MINS = FUNCTION MOD(WS-DEADLINE-MINS, 1440)
           COMPUTE WS-TB-DEADLINE-DAYNUM =
             (WS-DEADLINE-MINS - WS-DAY-MINS) / 1440
           DIVIDE WS-DAY-MINS BY 60 GIVING WS-DL-HH
             REMAINDER WS-DL-MM
           COMPUTE WS-TB-DEADLINE-TIME =
             WS-DL-HH * 1000000 + WS-DL-MM * 10000
           MOVE WS-DL-HH TO WS-STOP-HH
           MOVE WS-DL-MM TO WS-STOP-MM
           DISPLAY "Time box extended " WS-MINUTES
             " minutes: stop at " WS-STOP-HHMM
           .
      ***** Exit
       END PROGRAM TimeBox.
