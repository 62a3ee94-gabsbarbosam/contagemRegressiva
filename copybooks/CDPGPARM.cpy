      * the retention window are moved to the sequential archive file
      * and deleted from CD-LOG-FILE; blank/zero falls back to the
      * 90-day default so a missing parameter file cannot purge
      * everything.  The archive id is the name of the dated archive
      * dataset this run writes to (the one CDLOGARC points at), as
      * it is to be recorded on the archive catalog; blank records it
      * as CDLOGARC.Dyyyymmdd for the day of the run.
      ******************************************************************
       01  CD-PGPARM-RECORD.
           05  CD-PGPARM-RETAIN-DAYS   PIC 9(4).
           05  CD-PGPARM-ARCHIVE-ID    PIC X(44).
