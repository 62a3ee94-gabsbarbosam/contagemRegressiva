      ******************************************************************
      * CDRBPARM.cpy
      * Control record for CDRUNBK: which run book to instantiate,
      * the base datetime its step offsets are measured from, the
      * suffix that makes this instance's job names unique, the user
      * the generated transactions are submitted as (checked by
      * CDMAINT against CD-AUTH-FILE like any keyed transaction), and
      * the mode - 'P' previews only, 'G' previews and, when the
      * preview is clean, writes the transactions for CDMAINT.
      ******************************************************************
       01  CD-RBPARM-RECORD.
           05  CD-RBPARM-BOOK-NAME     PIC X(12).
           05  CD-RBPARM-BASE-DATETIME PIC X(14).
      *        YYYYMMDDHHMMSS.
           05  CD-RBPARM-SUFFIX        PIC X(8).
           05  CD-RBPARM-USER-ID       PIC X(8).
           05  CD-RBPARM-MODE          PIC X(1).
      *        'P' (or space) = preview only, 'G' = generate.
