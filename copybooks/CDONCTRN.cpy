      ******************************************************************
      * CDONCTRN.cpy
      * Maintenance transaction record for CDONCMNT: one add, update
      * or delete against the on-call roster.  A rota change is
      * usually keyed as a batch of adds for the coming period.
      ******************************************************************
       01  CD-ONCTRN-RECORD.
           05  CD-ONCTRN-ACTION        PIC X(1).
      *        'A' = add, 'U' = update, 'D' = delete
           05  CD-ONCTRN-JOB-PATTERN   PIC X(20).
           05  CD-ONCTRN-FROM-DATE     PIC X(8).
           05  CD-ONCTRN-SHIFT-START   PIC X(4).
           05  CD-ONCTRN-TO-DATE       PIC X(8).
           05  CD-ONCTRN-SHIFT-END     PIC X(4).
           05  CD-ONCTRN-TIER1-CONTACT PIC X(20).
           05  CD-ONCTRN-TIER2-CONTACT PIC X(20).
