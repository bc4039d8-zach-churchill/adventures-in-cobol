      ***** it runs its normal A00-Begin logic (including its own
      ***** ledger write) against this N, then captures the answer
      ***** back out of the shared WS-EULER-RESULT field before the
      ***** next CALL overwrites it. Each program is CANCELled after
      ***** its CALL, as in EulerDriver's B00-RunStep, so the next N
      ***** starts fresh.
       B00-RunOneN.
           MOVE WS-N TO WS-P5-N-OVERRIDE
           MOVE 0 TO WS-EULER-RESULT
           CALL "Problem5"
           CANCEL "Problem5"
           MOVE WS-EULER-RESULT TO WS-P5-ANSWER-EDIT
           MOVE WS-N TO WS-P6-N-OVERRIDE
           MOVE 0 TO WS-EULER-RESULT
           CALL "Problem6"
           CANCEL "Problem6"
           MOVE WS-EULER-RESULT TO WS-P6-ANSWER-EDIT
           PERFORM C00-WriteBatchLine
           .
