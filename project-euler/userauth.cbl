      *        column  14     Y = may run maintenance modes that
      *                       rewrite control files
      *        column  15     Y = may run a RESTORE over live files
      *        columns 17-24  cost center the user's runs are billed
      *                       to (read by ChargeBack; blank bills to
      *                       UNASSGND)
      *        column  26     most urgent request priority, 1-9, the
      *                       user may set on a queued request (read
      *                       by ReqQueue; blank allows the default,
      *                       5, and below)
      *
      *    LK-UA-PERM asks for one permission: 'L' long-runner,
      *    'M' maintenance, 'R' restore. LK-UA-USER returns the
           05 USR-LONG-FLAG PIC X(1).
           05 USR-MAINT-FLAG PIC X(1).
           05 USR-RESTORE-FLAG PIC X(1).
           05 FILLER PIC X(1).
           05 USR-COST-CENTER PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-USERS-STATUS-CD PIC XX.
       01 EOF-USERS-FILE PIC X.
