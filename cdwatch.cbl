      * paged and not counted as an exception - so a non-processing
      * day no longer pages the desk about schedules nobody intended
      * to run that day.  A missing calendar file means no holidays.
      *-----------------------------------------------------------------
      * Maint: each exception page is routed by CDALERT to the
      * on-call roster's tier-1 contact for the job, and the contact
      * paged is printed on the exception line.
      *-----------------------------------------------------------------
      * Maint: lateness and staleness are measured in UTC through
      * CDTZ - checkpoint stamps by their own offset, pending targets
      * by the site zone rules - so the autumn clock change no longer
      * makes every checkpoint look an hour staler and the spring
      * change no longer hides an hour of lateness.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDWATCH.
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
           77  WS-LATE-MINUTES     PIC S9(9) VALUE ZERO.
           77  WS-EXCEPTION-COUNT  PIC 9(4) VALUE ZERO.
           77  WS-ALERT-STATUS     PIC X(2) VALUE SPACES.
           77  WS-ALERT-LABEL      PIC X(40) VALUE SPACES.
           77  WS-ALERT-CONTACT    PIC X(20) VALUE SPACES.

           01  WS-RPT-DETAIL.
               05  WS-RPT-TYPE     PIC X(16).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LATE     PIC ZZZZZZZ9.
               05  FILLER          PIC X(8) VALUE ' MIN    '.
               05  WS-RPT-CONTACT  PIC X(20).

           01  WS-RPT-HEADING-1    PIC X(100)
               VALUE 'EXCEPTION         JOB NAME              WHEN
      -        '       LATE BY        PAGED'.

           PROCEDURE DIVISION.
       000-MAIN.
              CLOSE CD-WTPARM-FILE
           END-IF.

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
       210-CHECK-PENDING-ROW.
           IF CD-CTL-TARGET-DATETIME NOT = SPACES
              AND CD-CTL-TARGET-DATETIME(1:8) IS NUMERIC
              MOVE CD-CTL-TARGET-DATETIME TO WS-TZ-IN
              PERFORM 115-STAMP-TO-UTC
              MOVE WS-TZ-OUT TO WS-CNV-DATETIME
              PERFORM 120-DATETIME-TO-MINUTES
              COMPUTE WS-LATE-MINUTES =
                 WS-NOW-MINUTES - WS-REC-MINUTES
      *             without a page or an exception.
                    ADD 1 TO WS-HOLIDAY-COUNT
                    MOVE 'HOLIDAY' TO WS-RPT-TYPE
                    MOVE SPACES TO WS-RPT-CONTACT
                    MOVE CD-CTL-JOB-NAME TO WS-RPT-JOB
                    MOVE CD-CTL-TARGET-DATETIME TO WS-RPT-WHEN
                    MOVE WS-LATE-MINUTES TO WS-RPT-LATE
      *       a missed schedule.
              ADD 1 TO WS-WAITING-COUNT
              MOVE 'WAITING PREREQ' TO WS-RPT-TYPE
              MOVE SPACES TO WS-RPT-CONTACT
              MOVE CD-CTL-JOB-NAME TO WS-RPT-JOB
              MOVE CD-CTL-TARGET-DATETIME TO WS-RPT-WHEN
              MOVE WS-LATE-MINUTES TO WS-RPT-LATE
              MOVE CD-CTL-JOB-NAME TO WS-RPT-JOB
              MOVE CD-CTL-TARGET-DATETIME TO WS-RPT-WHEN
              MOVE WS-LATE-MINUTES TO WS-RPT-LATE
              MOVE 'WATCHDOG: OVERDUE PENDING COUNTDOWN'
                 TO WS-ALERT-LABEL
              CALL 'CDALERT' USING CD-CTL-JOB-NAME,
                 WS-ALERT-LABEL, WS-ALERT-STATUS, WS-ALERT-CONTACT
              MOVE WS-ALERT-CONTACT TO WS-RPT-CONTACT
              PERFORM 400-WRITE-EXCEPTION
           END-IF.

      *    Sets WS-HOL-FOUND to 'Y' when the pending row's target
      *    touching it.
       310-CHECK-ACTIVE-CHECKPOINT.
           IF CD-CKPT-TIMESTAMP(1:8) IS NUMERIC
              MOVE CD-CKPT-TIMESTAMP TO WS-TZ-IN
              PERFORM 115-STAMP-TO-UTC
              MOVE WS-TZ-OUT TO WS-CNV-DATETIME
              PERFORM 120-DATETIME-TO-MINUTES
              COMPUTE WS-LATE-MINUTES =
                 WS-NOW-MINUTES - WS-REC-MINUTES
                 MOVE CD-CKPT-JOB-NAME TO WS-RPT-JOB
                 MOVE CD-CKPT-TIMESTAMP(1:14) TO WS-RPT-WHEN
                 MOVE WS-LATE-MINUTES TO WS-RPT-LATE
                 MOVE 'WATCHDOG: STALE ACTIVE CHECKPOINT'
                    TO WS-ALERT-LABEL
                 CALL 'CDALERT' USING CD-CKPT-JOB-NAME,
                    WS-ALERT-LABEL, WS-ALERT-STATUS, WS-ALERT-CONTACT
                 MOVE WS-ALERT-CONTACT TO WS-RPT-CONTACT
                 PERFORM 400-WRITE-EXCEPTION
              END-IF
           END-IF.

