      ******************************************************************
      * CDARCCAT.cpy
      * COUNTDOWN-LOG archive catalog.  CDPURGE appends one record per
      * run naming the archive dataset it wrote and the span of
      * log dates that dataset holds: every record dated FROM-DATE
      * through THRU-DATE that was still online went to it, so the
      * catalog entries laid end to end, plus the online file after
      * the last THRU-DATE, cover the whole history.  CDHIST reads it
      * to say which archives a history inquiry needs and which
      * dates nothing supplied covers.
      ******************************************************************
       01  CD-ARCCAT-RECORD.
           05  CD-ARCCAT-ARCHIVE-ID    PIC X(44).
           05  CD-ARCCAT-FROM-DATE     PIC X(8).
           05  CD-ARCCAT-THRU-DATE     PIC X(8).
      *        YYYYMMDD, both inclusive.
           05  CD-ARCCAT-RECORDS       PIC 9(8).
      *        CD-LOG-RECORDs written to the archive by this run;
      *        zero means the dates had no log activity to keep.
           05  CD-ARCCAT-RUN-TIMESTAMP PIC X(26).
