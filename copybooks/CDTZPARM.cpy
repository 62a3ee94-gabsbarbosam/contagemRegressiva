      ******************************************************************
      * CDTZPARM.cpy
      * Site time-zone rules for CDTZ: the standard and daylight
      * offsets from UTC (+HHMM / -HHMM), and the rule for the
      * local date and time daylight time starts and ends each
      * year - month, week of the month (1-4, 5 = last), weekday
      * (1 = Monday .. 7 = Sunday) and the local wall-clock HHMM of
      * the change (standard time for the start, daylight time for
      * the end).  A blank daylight offset means the site keeps
      * standard time all year.  No record at all falls back to the
      * offset the system clock reports, with no daylight rule.
      ******************************************************************
       01  CD-TZPARM-RECORD.
           05  CD-TZPARM-STD-OFFSET    PIC X(5).
           05  CD-TZPARM-DST-OFFSET    PIC X(5).
           05  CD-TZPARM-DST-START.
               10  CD-TZPARM-START-MM      PIC 9(2).
               10  CD-TZPARM-START-WEEK    PIC 9(1).
               10  CD-TZPARM-START-DOW     PIC 9(1).
               10  CD-TZPARM-START-HHMM    PIC 9(4).
           05  CD-TZPARM-DST-END.
               10  CD-TZPARM-END-MM        PIC 9(2).
               10  CD-TZPARM-END-WEEK      PIC 9(1).
               10  CD-TZPARM-END-DOW       PIC 9(1).
               10  CD-TZPARM-END-HHMM      PIC 9(4).
