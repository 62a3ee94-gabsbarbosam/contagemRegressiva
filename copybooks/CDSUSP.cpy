      ******************************************************************
      * CDSUSP.cpy
      * Inbound suspense record written by CDINEDIT for every
      * prerequisite arrival or alert ack that fails its edit: the
      * record exactly as the sender keyed it, the reason it was not
      * accepted, and who was paged about it.  Keyed by the run stamp
      * of the CDINEDIT run that first suspended it plus a sequence
      * number, so the file lists in the order records were refused.
      * An item stays 'S'uspended until a CDSUSPRS resubmission either
      * gets a corrected image through the edit or withdraws it; the
      * closed item stays on file as the trail of what was refused and
      * how it was settled.
      ******************************************************************
       01  CD-SUSP-RECORD.
           05  CD-SUSP-ID.
               10  CD-SUSP-RUN-STAMP   PIC X(16).
      *            CURRENT-DATE(1:16) of the run that suspended it.
               10  CD-SUSP-SEQ         PIC 9(4).
           05  CD-SUSP-TYPE           PIC X(1).
      *        'P' = prerequisite arrival (CDPREQ layout)
      *        'K' = alert acknowledgement (CDACK layout)
           05  CD-SUSP-STATUS         PIC X(1).
      *        'S' = suspended, awaiting correction
      *        'R' = resubmitted and accepted
      *        'W' = withdrawn by the sender
           05  CD-SUSP-REASON-CODE    PIC X(3).
      *        Reason for the latest refusal:
      *        P01 arrival timestamp malformed
      *        P02 no control row names the event
      *        P03 event has already arrived (duplicate)
      *        K01 alert timestamp malformed
      *        K02 ack timestamp malformed
      *        K03 no alert on file for the job and alert timestamp
      *        K04 ack user not on CDAUTH
           05  CD-SUSP-REASON-TEXT    PIC X(40).
           05  CD-SUSP-IMAGE          PIC X(80).
      *        The record as last submitted (CDPREQ uses the first 46
      *        bytes, CDACK all 80).
           05  CD-SUSP-SUSPENDED-TS   PIC X(26).
           05  CD-SUSP-LAST-EDIT-TS   PIC X(26).
           05  CD-SUSP-ATTEMPTS       PIC 9(3).
      *        Times the record has been through the edit.
           05  CD-SUSP-CONTACT        PIC X(20).
      *        Contact paged about the latest refusal.
           05  CD-SUSP-CLOSED-TS      PIC X(26).
           05  CD-SUSP-CLOSED-USER    PIC X(8).
      *        Who resubmitted or withdrew it; spaces while open.
