           05  CD-ALERT-JOB-NAME      PIC X(20).
           05  CD-ALERT-LABEL         PIC X(40).
           05  CD-ALERT-TIMESTAMP     PIC X(26).
           05  CD-ALERT-CONTACT       PIC X(20).
      *        Tier-1 contact paged, from the on-call roster via
      *        CDROUTE.  Blank on records written before routing.
