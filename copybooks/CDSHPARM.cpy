      ******************************************************************
      * CDSHPARM.cpy
      * Control record for CDSHIFT: the shift window the turnover
      * report covers, as local wall-clock YYYYMMDDHHMMSS start and
      * end (the end itself is not included, so back-to-back shifts
      * never list an event twice), and the shift length in hours.
      * A blank end means "now"; a blank start means the end less the
      * shift length.  Blank/zero hours falls back to 8.
      ******************************************************************
       01  CD-SHPARM-RECORD.
           05  CD-SHPARM-FROM          PIC X(14).
           05  CD-SHPARM-TO            PIC X(14).
           05  CD-SHPARM-HOURS         PIC 9(2).
