      ******************************************************************
      * CDRHPARM.cpy
      * Control record that puts COUNTDOWN into rehearsal mode.  With
      * a record on CD-RHPARM-FILE, COUNTDOWN runs the schedule on
      * CDCONTROL against a simulated clock instead of the real one,
      * and will only do so when CDCONTROL, CDCKPT, CDLOG and CDSUMRY
      * are the shadow copies CDRHSET built (each carries the
      * rehearsal marker record) - the production files are never
      * opened for output.  No record (or no file) is a normal run.
      *   FACTOR     simulated seconds per real second: SECONDS,
      *              MINUTES and TARGET pacing run this many times
      *              faster.  Blank/zero falls back to 60.
      *   SIM-START  local wall-clock YYYYMMDDHHMMSS the simulated
      *              clock starts at (the night being rehearsed);
      *              blank means now.
      *   SIM-HOURS  how much simulated time to rehearse before the
      *              report is written.  Blank/zero falls back to 24.
      ******************************************************************
       01  CD-RHPARM-RECORD.
           05  CD-RHPARM-FACTOR        PIC 9(4).
           05  CD-RHPARM-SIM-START     PIC X(14).
           05  CD-RHPARM-SIM-HOURS     PIC 9(3).
