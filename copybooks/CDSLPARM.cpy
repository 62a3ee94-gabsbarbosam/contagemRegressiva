      ******************************************************************
      * CDSLPARM.cpy
      * Control record for CDSLARPT: the calendar month (YYYYMM) of
      * CD-SUM-FILE run summaries the SLA attainment report covers.
      * A run belongs to the month its summary was written in (its
      * finish, cancel or reject).  Blank/zero defaults to the
      * previous calendar month, the one the service review meets
      * about.
      ******************************************************************
       01  CD-SLPARM-RECORD.
           05  CD-SLPARM-MONTH         PIC X(6).
