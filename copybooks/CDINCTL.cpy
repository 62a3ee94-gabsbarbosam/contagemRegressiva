      ******************************************************************
      * CDINCTL.cpy
      * CDINEDIT inbound progress record: how many records at the top
      * of each inbound file have already been settled - posted,
      * suspended or (for a resubmission) applied or rejected.  The
      * senders keep appending while CDINEDIT runs, so CDINEDIT never
      * empties the inbound files itself; each run skips the records
      * counted here and rewrites the counts when it ends.  The
      * inbound files are cleared by the job stream at a quiet point,
      * and this record is cleared in the same step - the counts only
      * mean anything for the copies of the files they were taken on.
      ******************************************************************
       01  CD-INCTL-RECORD.
           05  CD-INCTL-SUSTRN-DONE   PIC 9(6).
      *        Records settled at the top of CDSUSPRS.
           05  CD-INCTL-PREQIN-DONE   PIC 9(6).
      *        Records settled at the top of CDPREQIN.
           05  CD-INCTL-ACKIN-DONE    PIC 9(6).
      *        Records settled at the top of CDACKIN.
           05  CD-INCTL-UPDATED-TS    PIC X(26).
      *        CURRENT-DATE of the run that last saved the counts.
