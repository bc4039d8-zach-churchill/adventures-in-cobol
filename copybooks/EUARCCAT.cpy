      *****************************************************************
      *    EUARCCAT - Record layout for the archive catalog
      *    (project-euler/euler.archives): one record per dated
      *    archive the month-end programs create - ledger, CSV,
      *    incident and exception rollovers, ResPurge archives,
      *    backup sets and close certifications - registered by
      *    ArchReg as each one is written and expired by ArchCat
      *    once its type's retention period (euler.retention) has
      *    run out. COPYed into WORKING-STORAGE by both, so they
      *    agree on field sizes; the catalog itself is read and
      *    written as a flat 179-byte line.
      *        ARC-TYPE        LEDGER, CSV, INCIDENTS, EXCEPTIONS,
      *                        RESPURGE, BACKUP or CLOSECERT
      *        ARC-PERIOD      the month (yyyymm) the archive holds
      *        ARC-NAME        the file name the archive was written
      *                        under (for a backup set, its manifest)
      *        ARC-TRAILER     the record count its TRAILER carries
      *                        (for a backup set, the manifest's
      *                        entry count)
      *        ARC-RUN-ID      the run ID of the run that created it
      *        ARC-REGISTERED  the date it was catalogued
      *        ARC-HOLD        Y while a legal hold exempts it from
      *                        expiry, with the user who set the
      *                        hold and the date
      *****************************************************************
       01 ARCCAT-RECORD.
           05 ARC-TYPE PIC X(10).
           05 FILLER PIC X(1).
           05 ARC-PERIOD PIC 9(6).
           05 FILLER PIC X(1).
           05 ARC-NAME PIC X(100).
           05 FILLER PIC X(1).
           05 ARC-TRAILER PIC 9(9).
           05 FILLER PIC X(1).
           05 ARC-RUN-ID PIC X(17).
           05 FILLER PIC X(1).
           05 ARC-REGISTERED PIC 9(8).
           05 FILLER PIC X(1).
           05 ARC-HOLD PIC X(1).
           05 FILLER PIC X(1).
           05 ARC-HOLD-USER PIC X(12).
           05 FILLER PIC X(1).
           05 ARC-HOLD-DATE PIC 9(8).
