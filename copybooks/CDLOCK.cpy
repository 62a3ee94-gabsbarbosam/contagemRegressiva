      ******************************************************************
      * CDLOCK.cpy
      * Instance lock record for CD-LOCK-FILE.  COUNTDOWN takes the
      * 'COUNTDOWN' lock before it opens anything else and keeps its
      * heartbeat moving while it runs, so a second execution (a
      * rerun submitted while the original is still up) ends without
      * touching CDCONTROL, CDCKPT or CDLOG, and CDBACKUP, CDRESTORE
      * and CDPURGE (through CDLCHK) refuse to run under a live
      * COUNTDOWN.  A held lock whose heartbeat is older than
      * CD-LOCK-STALE-MIN minutes belongs to an abended run; the
      * next COUNTDOWN reports it and takes it over.
      ******************************************************************
       01  CD-LOCK-RECORD.
           05  CD-LOCK-NAME           PIC X(12).
      *        'COUNTDOWN' - one lock per set of master files.
           05  CD-LOCK-STATUS         PIC X(1).
      *        'L' = held by the run below
      *        'F' = free; the fields describe the last holder
           05  CD-LOCK-RUN-ID         PIC X(16).
      *        YYYYMMDDHHMMSSss the holding run started - unique per
      *        execution.
           05  CD-LOCK-JOB-NAME       PIC X(8).
           05  CD-LOCK-STEP-NAME      PIC X(8).
      *        Batch job and step holding the lock, from CDLKPARM.
           05  CD-LOCK-START-TS       PIC X(26).
           05  CD-LOCK-HEARTBEAT-TS   PIC X(26).
      *        Refreshed at least once a minute while the run is up.
           05  CD-LOCK-STALE-MIN      PIC 9(4).
      *        Heartbeat age, in minutes, after which the holder is
      *        presumed dead.  Set by the holder, so every checker
      *        applies the same rule.
           05  CD-LOCK-PREV-RUN-ID    PIC X(16).
      *        Run id of a stale lock this run took over; spaces when
      *        the lock was free.
