      ******************************************************************
      * CDHIPARM.cpy
      * Control record for CDHIST: the job the history inquiry is
      * about, whether the name is the whole job name ('E', the
      * default) or a prefix matching every job that starts with it
      * ('P'), and the range of local dates (YYYYMMDD, inclusive) to
      * cover.  A blank THRU-DATE means today; a blank FROM-DATE
      * means the 31 days up to the THRU-DATE.  A blank job name is
      * refused - the inquiry is always about someone's job.
      ******************************************************************
       01  CD-HIPARM-RECORD.
           05  CD-HIPARM-JOB-NAME      PIC X(20).
           05  CD-HIPARM-MATCH         PIC X(1).
      *        'E' = exact job name, 'P' = job-name prefix
           05  CD-HIPARM-FROM-DATE     PIC X(8).
           05  CD-HIPARM-THRU-DATE     PIC X(8).
