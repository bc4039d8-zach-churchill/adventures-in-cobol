      *****************************************************************
      *    EUNUMCTL - Control record closing a number-list file (the
      *    one-number-per-record layout Problem13 sums). Written once
      *    by NumStamp (see numstamp.cbl) and reconciled by Problem13
      *    on every run: the count of number records above it, and
      *    the hash total - their full sum, as the last 60 digits of
      *    the BigNum digit array, zero-padded. It follows the shop's
      *    "TRAILER RECORDS=" convention with the count where
      *    BalCheck LEDGER reads it (columns 17-26), so BalCheck can
      *    balance the record count of a stamped file too.
      *****************************************************************
       01 EUNUMCTL-RECORD.
           05 EUNUMCTL-TAG PIC X(16).
           05 EUNUMCTL-COUNT PIC 9(10).
           05 EUNUMCTL-HASH-TAG PIC X(6).
           05 EUNUMCTL-HASH PIC X(60).
           05 FILLER PIC X(8).
