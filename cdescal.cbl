      * than CD-ESPARM-IGNORE-HRS (default 72) are left alone
      * entirely, so switching this job on at a site with months of
      * pre-workflow pages on file is not a page storm.
      *-----------------------------------------------------------------
      * Maint: every re-page and escalation is routed through CDROUTE
      * to the contact the CD-ONC-FILE on-call roster names for the
      * job, tier and moment - tier '1' re-pages the rostered first
      * contact, tier '2' reaches the rostered second contact - and
      * the contact is stamped on the escalation history record so
      * the review can say who was chased, not just that a tier
      * fired.
      *-----------------------------------------------------------------
      * Maint: alert age is measured in UTC through CDTZ from the
      * offset each alert stamp carries, so a page left unanswered
      * across the autumn clock change is not chased an hour early
      * and one across the spring change not an hour late.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDESCAL.
           77  WS-NOW-DATETIME     PIC X(14) VALUE SPACES.
           77  WS-NOW-MINUTES      PIC 9(9) VALUE ZERO.
           77  WS-CNV-DATETIME     PIC X(14) VALUE SPACES.
           77  WS-TZ-FUNCTION      PIC X(1) VALUE 'U'.
           77  WS-TZ-IN            PIC X(26) VALUE SPACES.
           77  WS-TZ-OUT           PIC X(14) VALUE SPACES.
           77  WS-TZ-OFFSET        PIC X(5) VALUE SPACES.
           77  WS-TZ-FLAG          PIC X(1) VALUE SPACE.
           77  WS-CNV-YYYYMMDD     PIC 9(8) VALUE ZERO.
           77  WS-REC-MINUTES      PIC 9(9) VALUE ZERO.
           77  WS-AGE-MINUTES      PIC S9(9) VALUE ZERO.
           77  WS-TIER1-DONE       PIC X(1) VALUE 'N'.
           77  WS-TIER2-DONE       PIC X(1) VALUE 'N'.
           77  WS-ESC-TIER         PIC X(1) VALUE SPACE.
           77  WS-ESC-DATETIME     PIC X(26) VALUE SPACES.
           77  WS-ROUTE-DATETIME   PIC X(14) VALUE SPACES.
           77  WS-ROUTE-CONTACT    PIC X(20) VALUE SPACES.
           77  WS-ROUTE-STATUS     PIC X(2) VALUE SPACES.

      *    Alerts older than this many hours are nobody's business
      *    any more - without the cutoff, the first run after
           END-IF.
           COMPUTE WS-IGNORE-MIN = WS-IGNORE-HRS * 60.

      *    "Now" and every record time are taken in UTC, so ages
      *    are real minutes across a clock change.
       110-SET-CURRENT-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TZ-IN.
           PERFORM 115-STAMP-TO-UTC.
           MOVE WS-TZ-OUT TO WS-NOW-DATETIME.
           MOVE WS-NOW-DATETIME TO WS-CNV-DATETIME.
           PERFORM 120-DATETIME-TO-MINUTES.
           MOVE WS-REC-MINUTES TO WS-NOW-MINUTES.

      *    WS-TZ-IN (a CURRENT-DATE stamp, or a bare local
      *    YYYYMMDDHHMMSS) into UTC in WS-TZ-OUT via CDTZ.
       115-STAMP-TO-UTC.
           CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
              WS-TZ-OFFSET, WS-TZ-FLAG.

      *    Converts the YYYYMMDDHHMM in WS-CNV-DATETIME into absolute
      *    minutes (into WS-REC-MINUTES), via INTEGER-OF-DATE so
      *    month/year boundaries and midnight are handled for free.
              CONTINUE
           ELSE
              IF CD-ALERT-TIMESTAMP(1:8) IS NUMERIC
                 MOVE CD-ALERT-TIMESTAMP TO WS-TZ-IN
                 PERFORM 115-STAMP-TO-UTC
                 MOVE WS-TZ-OUT TO WS-CNV-DATETIME
                 PERFORM 120-DATETIME-TO-MINUTES
                 COMPUTE WS-AGE-MINUTES =
                    WS-NOW-MINUTES - WS-REC-MINUTES
                    MOVE '2' TO WS-ESC-TIER
                    PERFORM 230-WRITE-ESCALATION
                    ADD 1 TO WS-ESCALATE-COUNT
                    DISPLAY 'CDESCAL: paging SECOND TIER '
                       FUNCTION TRIM(WS-ROUTE-CONTACT) ' - alert for ['
                       FUNCTION TRIM(CD-ALERT-JOB-NAME)
                       '] unacknowledged ' WS-AGE-MINUTES ' minutes'
                 ELSE
                       MOVE '1' TO WS-ESC-TIER
                       PERFORM 230-WRITE-ESCALATION
                       ADD 1 TO WS-REPAGE-COUNT
                       DISPLAY 'CDESCAL: re-paging '
                          FUNCTION TRIM(WS-ROUTE-CONTACT) ' - alert '
                          'for [' FUNCTION TRIM(CD-ALERT-JOB-NAME)
                          '] unacknowledged ' WS-AGE-MINUTES
                          ' minutes'

      *    Caller sets WS-ESC-TIER; the record is built only after
      *    the OPEN, since the FD record area is not defined before
      *    it.  The alert identity, the time of the escalation and
      *    the rostered contact for the tier ride along so the review
      *    can reconstruct the whole chase.
       230-WRITE-ESCALATION.
           MOVE FUNCTION CURRENT-DATE TO WS-ESC-DATETIME.
           MOVE WS-ESC-DATETIME(1:14) TO WS-ROUTE-DATETIME.
           CALL 'CDROUTE' USING CD-ALERT-JOB-NAME, WS-ROUTE-DATETIME,
              WS-ESC-TIER, WS-ROUTE-CONTACT, WS-ROUTE-STATUS.
           OPEN EXTEND CD-ESC-FILE.
           IF WS-ESC-STATUS NOT = '00'
              OPEN OUTPUT CD-ESC-FILE
           MOVE CD-ALERT-JOB-NAME TO CD-ESC-JOB-NAME.
           MOVE CD-ALERT-TIMESTAMP TO CD-ESC-ALERT-TIMESTAMP.
           MOVE WS-ESC-TIER TO CD-ESC-TIER.
           MOVE WS-ESC-DATETIME TO CD-ESC-TIMESTAMP.
           MOVE WS-ROUTE-CONTACT TO CD-ESC-CONTACT.
           WRITE CD-ESC-RECORD.
           CLOSE CD-ESC-FILE.
