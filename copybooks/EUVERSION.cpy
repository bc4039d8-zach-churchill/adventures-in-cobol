      *    one at a glance. EXTERNAL storage, the same
      *    run-unit-global mechanism WS-EULER-RESULT uses; a zero
      *    means the caller never said, recorded as version 0.
      *    Programs that checkpoint also MOVE it here before each
      *    CkptManager save and read, so every checkpoint entry
      *    carries the version that wrote it and a rebuilt program
      *    is not handed a position an older build laid down (see
      *    ckptmgr.cbl).
      *****************************************************************
       01 WS-PGM-VERSION PIC 9(2) VALUE 0 EXTERNAL.
