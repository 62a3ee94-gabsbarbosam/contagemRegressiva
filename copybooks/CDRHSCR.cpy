      ******************************************************************
      * CDRHSCR.cpy
      * One scripted happening for a COUNTDOWN rehearsal: what the
      * upstream jobs and the desk are expected to do on the night,
      * at the simulated local time it should happen.  In rehearsal
      * COUNTDOWN reads neither CDPREREQ nor CDCMDS; this script
      * stands in for both.
      *   'A' an arrival of CD-RHSCR-EVENT-NAME, as if appended to
      *       CD-PREQ-FILE
      *   'C' an operator command (CD-RHSCR-ACTION HOLD / RELEASE /
      *       CANCEL on CD-RHSCR-JOB-NAME), as if appended to
      *       CD-CMD-FILE
      * The records may be in any order; a time at or before the
      * start of the rehearsal takes effect at the start.
      ******************************************************************
       01  CD-RHSCR-RECORD.
           05  CD-RHSCR-SIM-TIME       PIC X(14).
           05  CD-RHSCR-TYPE           PIC X(1).
           05  CD-RHSCR-EVENT-NAME     PIC X(20).
           05  CD-RHSCR-ACTION         PIC X(7).
           05  CD-RHSCR-JOB-NAME       PIC X(20).
