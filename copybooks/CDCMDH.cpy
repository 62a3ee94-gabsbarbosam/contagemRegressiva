      ******************************************************************
      * CDCMDH.cpy
      * Permanent operator command history.  CDCONS appends one record
      * here for every HOLD, RELEASE or CANCEL it queues on CDCMDS -
      * same fields as CD-CMD-RECORD - so who issued what, and when,
      * is still on file after the JCL clears CDCMDS for the next
      * COUNTDOWN run.  Read by CDSHIFT for the shift turnover report.
      ******************************************************************
       01  CD-CMDH-RECORD.
           05  CD-CMDH-ACTION          PIC X(7).
           05  CD-CMDH-JOB-NAME        PIC X(20).
           05  CD-CMDH-USER-ID         PIC X(8).
           05  CD-CMDH-TIMESTAMP       PIC X(26).
