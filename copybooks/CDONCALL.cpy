      ******************************************************************
      * CDONCALL.cpy
      * On-call roster record - who is paged for a job, by tier, over
      * a date range and a daily shift.  Keyed by job pattern, first
      * date and shift start, so one pattern can carry any number of
      * rota periods and shifts.  Maintained by CDONCMNT the same way
      * CDHOLMNT maintains the holiday calendar; read by CDROUTE,
      * which CDALERT and CDESCAL call to find the contact to stamp
      * on the alert and escalation records.
      ******************************************************************
       01  CD-ONC-RECORD.
           05  CD-ONC-KEY.
               10  CD-ONC-JOB-PATTERN  PIC X(20).
      *            An exact job name, a prefix ending in '*' (e.g.
      *            'GL*' covers every GL job), or '*' alone for the
      *            site-wide default.  The exact name beats the
      *            longest prefix, which beats '*'.
               10  CD-ONC-FROM-DATE    PIC X(8).
      *            YYYYMMDD the rota period starts.
               10  CD-ONC-SHIFT-START  PIC X(4).
      *            HHMM the daily shift starts.
           05  CD-ONC-TO-DATE         PIC X(8).
      *        YYYYMMDD the rota period ends (inclusive); blank means
      *        open-ended.
           05  CD-ONC-SHIFT-END       PIC X(4).
      *        HHMM the shift ends (exclusive).  A value below the
      *        start wraps past midnight (2200-0600); equal to the
      *        start means round the clock.  The date range is tested
      *        against the calendar date of the page.
           05  CD-ONC-TIER1-CONTACT   PIC X(20).
           05  CD-ONC-TIER2-CONTACT   PIC X(20).
      *        Blank tier 2 escalates to the tier-1 contact again.
