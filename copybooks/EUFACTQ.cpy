      *****************************************************************
      *    EUFACTQ - Record layout for the factor master quarantine
      *    file (project-euler/euler.factors.quarantine), written by
      *    FactAudit: one line per factor master record that failed
      *    verification, carrying the record's full image so nothing
      *    a purge removes is ever simply gone.
      *    QUAR-STATE: Q quarantined, awaiting purge
      *                P purged from the master on QUAR-ACTION-DATE
      *                C cleared - the record on the master passed
      *                  re-verification at purge time and was left
      *    QUAR-IMAGE is byte-for-byte the factor master record
      *    (see factorize.cbl's FM-RECORD).
      *****************************************************************
       01 QUAR-RECORD.
           05 QUAR-STATE PIC X(1).
           05 FILLER PIC X(1).
           05 QUAR-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 QUAR-ACTION-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 QUAR-IMAGE.
               10 QUAR-NUMBER PIC 9(12).
               10 QUAR-COUNT PIC 9(2).
               10 QUAR-FACTOR-TBL.
                   15 QUAR-FACTOR OCCURS 12 TIMES.
                       20 QUAR-PRIME PIC 9(12).
                       20 QUAR-POWER PIC 9(2).
           05 FILLER PIC X(1).
           05 QUAR-REASON PIC X(60).
