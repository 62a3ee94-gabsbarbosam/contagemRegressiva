      ******************************************************************
      * CDSUSTRN.cpy
      * Suspense resubmission transaction for CDINEDIT: one correction
      * or withdrawal of an item on CD-SUSP-FILE, named by the suspense
      * id printed on the CDINERPT exception report.  A resubmitted
      * image goes through exactly the edit a new record gets.
      ******************************************************************
       01  CD-SUSTRN-RECORD.
           05  CD-SUSTRN-ACTION        PIC X(1).
      *        'R' = resubmit, 'W' = withdraw
           05  CD-SUSTRN-SUSP-ID       PIC X(20).
           05  CD-SUSTRN-USER-ID       PIC X(8).
      *        Who is correcting it; must hold a grant on CDAUTH.
           05  CD-SUSTRN-IMAGE         PIC X(80).
      *        The corrected record in its own layout (CDPREQ or
      *        CDACK).  Spaces resubmit the suspended image unchanged -
      *        for a record refused only because the control row or
      *        the alert it names was not on file yet.
