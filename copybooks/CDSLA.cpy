      ******************************************************************
      * CDSLA.cpy
      * SLA commitment master record - what was promised to the
      * business for one job: who owns it, the time of day it must
      * be finished by, the longest a run may take, and the share of
      * runs that must meet both.  Keyed by job name.  Maintained by
      * CDSLAMNT the same way CDHOLMNT maintains the holiday
      * calendar; read by CDSLARPT for the monthly attainment report.
      ******************************************************************
       01  CD-SLA-RECORD.
           05  CD-SLA-JOB-NAME         PIC X(20).
           05  CD-SLA-OWNER            PIC X(20).
      *        Business owner the job's page of the report goes to.
           05  CD-SLA-FINISH-BY        PIC X(6).
      *        HHMMSS the run must be finished by - the first such
      *        time at or after the run's start, so a 23:00 start
      *        against 06:00 is due the next morning.  Blank means no
      *        finish-time commitment.
           05  CD-SLA-MAX-ELAPSED-SEC  PIC 9(8).
      *        Longest a run may take, start to finish.  Zero means
      *        no elapsed-time commitment.
           05  CD-SLA-TARGET-PCT       PIC 9(3)V99.
      *        Share of the month's runs that must meet the SLA,
      *        e.g. 09950 = 99.50%.
