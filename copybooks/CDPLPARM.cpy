      ******************************************************************
      * CDPLPARM.cpy
      * Control record for CDPLAN: the first night the forecast
      * covers (YYYYMMDD - blank starts the forecast now, inside the
      * current night), how many nights to project, and the
      * cutoff time of day (HHMMSS) each night's work must be
      * finished by.  A "night" runs from one cutoff to the next, so
      * a 02:00 countdown belongs to the previous evening's night.
      * Blank/zero falls back to 7 nights and a 06:00:00 cutoff.
      ******************************************************************
       01  CD-PLPARM-RECORD.
           05  CD-PLPARM-FROM-DATE     PIC X(8).
           05  CD-PLPARM-NIGHTS        PIC 9(3).
           05  CD-PLPARM-CUTOFF-TIME   PIC X(6).
