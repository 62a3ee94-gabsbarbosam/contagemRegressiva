      * APPENDED to CD-CMD-FILE while COUNTDOWN runs and are applied
      * in file order, each exactly once; the file should be cleared
      * by the scheduling JCL before each COUNTDOWN run starts.
      * CDCONS stamps each command with the operator and the time it
      * was issued, and keeps its own permanent copy on CDCMDHIS
      * (CDCMDH.cpy), since this file does not survive the next run.
      ******************************************************************
       01  CD-CMD-RECORD.
           05  CD-CMD-ACTION           PIC X(7).
      *        'CANCEL ' = finalize the entry's checkpoint, log a
      *                    CANCEL event and stop counting it
           05  CD-CMD-JOB-NAME         PIC X(20).
           05  CD-CMD-USER-ID          PIC X(8).
      *        Operator who issued it; blank on a hand-keyed command.
           05  CD-CMD-TIMESTAMP        PIC X(26).
