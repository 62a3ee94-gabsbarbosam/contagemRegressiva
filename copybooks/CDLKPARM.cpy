      ******************************************************************
      * CDLKPARM.cpy
      * Control record for COUNTDOWN's instance lock: the batch job
      * and step names recorded on the lock (so the desk can see
      * which submission holds it), and the heartbeat age in minutes
      * after which a held lock is taken to belong to an abended
      * run.  Blank/zero falls back to job COUNTDWN, step blank and
      * a 10-minute stale window; the window is never below 2
      * minutes, since the heartbeat moves once a minute.
      ******************************************************************
       01  CD-LKPARM-RECORD.
           05  CD-LKPARM-JOB-NAME      PIC X(8).
           05  CD-LKPARM-STEP-NAME     PIC X(8).
           05  CD-LKPARM-STALE-MIN     PIC 9(4).
