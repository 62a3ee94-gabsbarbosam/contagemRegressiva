      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDSHIFT - shift turnover report
      * The desk hands over three times a day, and until now the
      * handover was pieced together from CDSTAT, the alert file and
      * whatever the outgoing operator remembered.  CDSHIFT prints
      * what happened during one shift window (CD-SHPARM-FILE,
      * defaulting to the eight hours up to now) in the order it
      * happened: countdowns started and resumed (CDLOG), finished,
      * cancelled and rejected (CDSUMRY, with elapsed time); pages
      * raised, acknowledged, re-paged and escalated (CDALERT,
      * CDALRTAK, CDESCHIS); schedule changes applied and rejected,
      * with who submitted them (CDCHGLOG); upstream prerequisite
      * arrivals (CDPREREQ); and the HOLD, RELEASE and CANCEL
      * commands operators issued through CDCONS, with who issued
      * them (CDCMDHIS - CDCMDS itself is cleared every run).  Every
      * stamp is put through CDTZ and the events are merged on UTC,
      * so a shift across the autumn clock change still lists them
      * in the order they really happened.  The report closes with
      * what the next shift owns as the files stand now: countdowns
      * in flight or held, pages nobody has acknowledged (within the
      * CDESCAL ignore window), and 'P'ending rows still waiting on
      * a prerequisite event that has not arrived.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDSHIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-SHPARM-FILE ASSIGN TO "CDSHPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHPARM-STATUS.

           SELECT CD-ESPARM-FILE ASSIGN TO "CDESPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESPARM-STATUS.

           SELECT CD-LOG-FILE ASSIGN TO "CDLOG"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-LOG-KEY
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CD-SUM-FILE ASSIGN TO "CDSUMRY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT CD-ALERT-FILE ASSIGN TO "CDALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT CD-ACK-FILE ASSIGN TO "CDALRTAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CD-ESC-FILE ASSIGN TO "CDESCHIS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.

           SELECT CD-CHG-FILE ASSIGN TO "CDCHGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT CD-PREQ-FILE ASSIGN TO "CDPREREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PREQ-STATUS.

           SELECT CD-CMDH-FILE ASSIGN TO "CDCMDHIS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMDH-STATUS.

           SELECT CD-CKPT-FILE ASSIGN TO "CDCKPT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CKPT-JOB-NAME
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CD-CTL-FILE ASSIGN TO "CDCONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CTL-JOB-NAME
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CD-SHIFT-RPT ASSIGN TO "CDSHFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-SHPARM-FILE.
           COPY CDSHPARM.

       FD  CD-ESPARM-FILE.
           COPY CDESPARM.

       FD  CD-LOG-FILE.
           COPY CDLOG.

       FD  CD-SUM-FILE.
           COPY CDSUM.

       FD  CD-ALERT-FILE.
           COPY CDALRT.

       FD  CD-ACK-FILE.
           COPY CDACK.

       FD  CD-ESC-FILE.
           COPY CDESC.

       FD  CD-CHG-FILE.
           COPY CDCHG.

       FD  CD-PREQ-FILE.
           COPY CDPREQ.

       FD  CD-CMDH-FILE.
           COPY CDCMDH.

       FD  CD-CKPT-FILE.
           COPY CDCKPT.

       FD  CD-CTL-FILE.
           COPY CDCTL.

       FD  CD-SHIFT-RPT.
           01  CD-SHIFT-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
           77  WS-SHPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-ESPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-LOG-STATUS       PIC XX VALUE SPACES.
           77  WS-SUM-STATUS       PIC XX VALUE SPACES.
           77  WS-ALERT-STATUS     PIC XX VALUE SPACES.
           77  WS-ACK-STATUS       PIC XX VALUE SPACES.
           77  WS-ESC-STATUS       PIC XX VALUE SPACES.
           77  WS-CHG-STATUS       PIC XX VALUE SPACES.
           77  WS-PREQ-STATUS      PIC XX VALUE SPACES.
           77  WS-CMDH-STATUS      PIC XX VALUE SPACES.
           77  WS-CKPT-STATUS      PIC XX VALUE SPACES.
           77  WS-CTL-STATUS       PIC XX VALUE SPACES.
           77  WS-RPT-STATUS       PIC XX VALUE SPACES.
           77  WS-LOG-EOF          PIC X(1) VALUE 'N'.
           77  WS-SUM-EOF          PIC X(1) VALUE 'N'.
           77  WS-ALERT-EOF        PIC X(1) VALUE 'N'.
           77  WS-ACK-EOF          PIC X(1) VALUE 'N'.
           77  WS-ESC-EOF          PIC X(1) VALUE 'N'.
           77  WS-CHG-EOF          PIC X(1) VALUE 'N'.
           77  WS-PREQ-EOF         PIC X(1) VALUE 'N'.
           77  WS-CMDH-EOF         PIC X(1) VALUE 'N'.
           77  WS-CKPT-EOF         PIC X(1) VALUE 'N'.
           77  WS-CTL-EOF          PIC X(1) VALUE 'N'.
           77  WS-CTL-AVAILABLE    PIC X(1) VALUE 'N'.
           77  WS-PREQ-FOUND       PIC X(1) VALUE 'N'.

           77  WS-TZ-FUNCTION      PIC X(1) VALUE 'U'.
           77  WS-TZ-IN            PIC X(26) VALUE SPACES.
           77  WS-TZ-OUT           PIC X(14) VALUE SPACES.
           77  WS-TZ-OFFSET        PIC X(5) VALUE SPACES.
           77  WS-TZ-FLAG          PIC X(1) VALUE SPACE.

      *    The shift window, held in UTC for the filter and in local
      *    wall time for the title line.  FROM is included, TO is
      *    not.
           77  WS-SHIFT-HOURS      PIC 9(2) VALUE 8.
           77  WS-PARM-FROM        PIC X(14) VALUE SPACES.
           77  WS-PARM-TO          PIC X(14) VALUE SPACES.
           77  WS-FROM-UTC         PIC X(14) VALUE SPACES.
           77  WS-TO-UTC           PIC X(14) VALUE SPACES.
           77  WS-FROM-LOCAL       PIC X(14) VALUE SPACES.
           77  WS-TO-LOCAL         PIC X(14) VALUE SPACES.
           77  WS-IN-WINDOW        PIC X(1) VALUE 'N'.

      *    Unacknowledged pages older than CDESCAL's ignore window
      *    are no longer chased, so they are not handed over either.
           77  WS-IGNORE-HRS       PIC 9(4) VALUE 72.
           77  WS-PAGE-CUTOFF-UTC  PIC X(14) VALUE SPACES.
           77  WS-ALERT-UTC        PIC X(14) VALUE SPACES.
           77  WS-ALERT-STATE      PIC X(8) VALUE SPACES.
           77  WS-ALERT-ACKED      PIC X(1) VALUE 'N'.

           77  WS-CNV-DATETIME     PIC X(14) VALUE SPACES.
           77  WS-CNV-YYYYMMDD     PIC 9(8) VALUE ZERO.
           77  WS-CNV-MINUTES      PIC 9(9) VALUE ZERO.
           77  WS-CNV-DAYNO        PIC 9(9) VALUE ZERO.
           77  WS-CNV-MIN-OF-DAY   PIC 9(4) VALUE ZERO.
           77  WS-CNV-HH           PIC 9(2) VALUE ZERO.
           77  WS-CNV-MI           PIC 9(2) VALUE ZERO.

           77  WS-EDIT-COUNT       PIC ZZZ9.
           77  WS-EDIT-SEC         PIC ZZZZZZZ9.
           77  WS-ACTION-WORD      PIC X(8) VALUE SPACES.

           77  WS-INFLIGHT-COUNT   PIC 9(4) VALUE ZERO.
           77  WS-OPEN-PAGE-COUNT  PIC 9(4) VALUE ZERO.
           77  WS-WAITING-COUNT    PIC 9(4) VALUE ZERO.
           77  WS-DROPPED-COUNT    PIC 9(6) VALUE ZERO.

      *    The event being staged for the timeline: UTC for the
      *    merge, the stamp's own local wall time and offset for the
      *    listing - across the autumn change the same wall-clock
      *    hour appears twice, and the offset says which is which.
      *    The offset is the one CDTZ applied, so a bare stamp it had
      *    to resolve by the zone rules shows one too.
           01  WS-NEW-EVENT.
               05  WS-NEW-UTC          PIC X(14).
               05  WS-NEW-LOCAL        PIC X(14).
               05  WS-NEW-OFFSET       PIC X(5).
               05  WS-NEW-TYPE         PIC X(12).
               05  WS-NEW-JOB          PIC X(20).
               05  WS-NEW-USER         PIC X(8).
               05  WS-NEW-DETAIL       PIC X(60).

      *    Every event inside the window, kept in UTC order by
      *    inserting at the found position and shifting the tail
      *    down one, the way CDTREND keeps its weeks.  The search
      *    runs back from the end - each source file is written in
      *    time order, so most events land at or near the bottom.
           77  WS-EVT-MAX          PIC 9(4) VALUE 3000.
           77  WS-EVT-COUNT        PIC 9(4) VALUE ZERO.
           77  WS-EVT-IDX          PIC 9(4) VALUE ZERO.
           77  WS-EVT-PLACED       PIC X(1) VALUE 'N'.
           01  WS-EVT-TABLE.
               05  WS-EVT-ENTRY OCCURS 3000 TIMES.
                   10  WS-EVT-UTC          PIC X(14).
                   10  WS-EVT-LOCAL        PIC X(14).
                   10  WS-EVT-OFFSET       PIC X(5).
                   10  WS-EVT-TYPE         PIC X(12).
                   10  WS-EVT-JOB          PIC X(20).
                   10  WS-EVT-USER         PIC X(8).
                   10  WS-EVT-DETAIL       PIC X(60).

      *    YYYYMMDDHHMMSS laid out for reading.
           77  WS-FMT-IN           PIC X(14) VALUE SPACES.
           01  WS-FMT-OUT.
               05  WS-FMT-YYYY     PIC X(4).
               05  FILLER          PIC X(1) VALUE '-'.
               05  WS-FMT-MM       PIC X(2).
               05  FILLER          PIC X(1) VALUE '-'.
               05  WS-FMT-DD       PIC X(2).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-FMT-HH       PIC X(2).
               05  FILLER          PIC X(1) VALUE ':'.
               05  WS-FMT-MI       PIC X(2).
               05  FILLER          PIC X(1) VALUE ':'.
               05  WS-FMT-SS       PIC X(2).
           77  WS-FMT-TEXT         PIC X(19) VALUE SPACES.

           01  WS-RPT-TITLE-LINE.
               05  FILLER          PIC X(30)
                   VALUE 'SHIFT TURNOVER REPORT   FROM '.
               05  WS-RPT-TITLE-FROM PIC X(19).
               05  FILLER          PIC X(6) VALUE '  TO '.
               05  WS-RPT-TITLE-TO PIC X(19).
               05  FILLER          PIC X(13) VALUE '  LOCAL TIME'.

           01  WS-RPT-EVENT-LINE.
               05  WS-RPT-EV-WHEN  PIC X(19).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-EV-OFFSET PIC X(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EV-TYPE  PIC X(12).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EV-JOB   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EV-USER  PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EV-DETAIL PIC X(56).

           01  WS-RPT-INFLIGHT-LINE.
               05  WS-RPT-IF-JOB   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-IF-STATE PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-IF-COUNTER PIC ZZZ9.
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-IF-UNIT  PIC X(7).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-IF-CKPT-TS PIC X(19).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-IF-LABEL PIC X(40).

           01  WS-RPT-PAGE-LINE.
               05  WS-RPT-PG-JOB   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-PG-RAISED PIC X(19).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-PG-CONTACT PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-PG-STATE PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-PG-LABEL PIC X(40).

           01  WS-RPT-WAIT-LINE.
               05  WS-RPT-WT-JOB   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-WT-TARGET PIC X(19).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-WT-EVENT PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-WT-LABEL PIC X(40).

           01  WS-RPT-HEADING-1    PIC X(132)
               VALUE 'LOCAL TIME (UTC OFFSET)    EVENT         JOB / EVE
      -        'NT NAME      USER      DETAIL'.

           01  WS-RPT-HEADING-2    PIC X(132)
               VALUE 'JOB NAME              STATE    CTR UNIT     LAST C
      -        'HECKPOINT      LABEL'.

           01  WS-RPT-HEADING-3    PIC X(132)
               VALUE 'JOB NAME              RAISED               PAGED C
      -        'ONTACT         STATE     LABEL'.

           01  WS-RPT-HEADING-4    PIC X(132)
               VALUE 'JOB NAME              TARGET (LOCAL)       WAITING
      -        ' ON EVENT      LABEL'.

           01  WS-RPT-SECTION-1    PIC X(132)
               VALUE 'DURING THE SHIFT, IN THE ORDER IT HAPPENED'.

           01  WS-RPT-SECTION-2    PIC X(132)
               VALUE 'HANDED OVER - COUNTDOWNS IN FLIGHT OR HELD'.

           01  WS-RPT-SECTION-3    PIC X(132)
               VALUE 'HANDED OVER - PAGES NOT ACKNOWLEDGED'.

           01  WS-RPT-SECTION-4    PIC X(132)
               VALUE 'HANDED OVER - ROWS WAITING ON A PREREQUISITE'.

           01  WS-RPT-NONE-LINE    PIC X(132)
               VALUE '  NONE'.

           01  WS-RPT-NO-CTL-LINE  PIC X(132)
               VALUE '  CDCONTROL NOT AVAILABLE - NOT CHECKED'.

           01  WS-RPT-COUNT-LINE.
               05  WS-RPT-COUNT-TAG PIC X(34).
               05  WS-RPT-COUNT    PIC ZZZZZ9.

           PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-SHPARM.
           IF WS-FROM-UTC NOT < WS-TO-UTC
              DISPLAY 'CDSHIFT: shift window is empty - from '
                 WS-FROM-LOCAL ' to ' WS-TO-LOCAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 110-LOAD-ESPARM.
           OPEN OUTPUT CD-SHIFT-RPT.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'CDSHIFT: unable to open CDSHFRPT, status = '
                 WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 200-LOAD-LOG-EVENTS.
           PERFORM 210-LOAD-SUMMARIES.
           PERFORM 220-LOAD-ALERTS.
           PERFORM 230-LOAD-ACKS.
           PERFORM 240-LOAD-ESCALATIONS.
           PERFORM 250-LOAD-CHANGES.
           PERFORM 260-LOAD-ARRIVALS.
           PERFORM 270-LOAD-COMMANDS.
           PERFORM 400-WRITE-EVENTS.

           OPEN INPUT CD-CTL-FILE.
           IF WS-CTL-STATUS = '00'
              MOVE 'Y' TO WS-CTL-AVAILABLE
           ELSE
              DISPLAY 'CDSHIFT: CDCONTROL not available, status = '
                 WS-CTL-STATUS
           END-IF.
           PERFORM 500-WRITE-INFLIGHT.
           PERFORM 600-WRITE-OPEN-PAGES.
           PERFORM 700-WRITE-PREREQ-WAITS.
           IF WS-CTL-AVAILABLE = 'Y'
              CLOSE CD-CTL-FILE
           END-IF.
           PERFORM 800-WRITE-TOTALS.
           CLOSE CD-SHIFT-RPT.

           DISPLAY 'CDSHIFT: shift from ' WS-FROM-LOCAL
              ' to ' WS-TO-LOCAL.
           DISPLAY 'CDSHIFT: events listed      = ' WS-EVT-COUNT.
           DISPLAY 'CDSHIFT: in flight or held  = ' WS-INFLIGHT-COUNT.
           DISPLAY 'CDSHIFT: pages not acked    = ' WS-OPEN-PAGE-COUNT.
           DISPLAY 'CDSHIFT: waiting on prereq  = ' WS-WAITING-COUNT.
           IF WS-DROPPED-COUNT > 0
              DISPLAY 'CDSHIFT: events not listed (table full) = '
                 WS-DROPPED-COUNT
           END-IF.
           IF WS-DROPPED-COUNT > 0 OR WS-CTL-AVAILABLE = 'N'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The window is keyed in local wall time and resolved to UTC
      *    through CDTZ.  A blank end is now (CURRENT-DATE, which
      *    carries its own offset); a blank start is the end less the
      *    shift length, worked in UTC so the autumn change still
      *    gives an eight-hour shift eight hours.
       100-LOAD-SHPARM.
           OPEN INPUT CD-SHPARM-FILE.
           IF WS-SHPARM-STATUS = '00'
              READ CD-SHPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CD-SHPARM-FROM TO WS-PARM-FROM
                    MOVE CD-SHPARM-TO TO WS-PARM-TO
                    IF CD-SHPARM-HOURS IS NUMERIC
                       AND CD-SHPARM-HOURS > 0
                       MOVE CD-SHPARM-HOURS TO WS-SHIFT-HOURS
                    END-IF
              END-READ
              CLOSE CD-SHPARM-FILE
           END-IF.
           MOVE 'U' TO WS-TZ-FUNCTION.
           IF WS-PARM-TO IS NUMERIC
              MOVE WS-PARM-TO TO WS-TZ-IN
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-TZ-IN
           END-IF.
           CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
              WS-TZ-OFFSET, WS-TZ-FLAG.
           MOVE WS-TZ-OUT TO WS-TO-UTC.
           IF WS-PARM-FROM IS NUMERIC
              MOVE WS-PARM-FROM TO WS-TZ-IN
              CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
                 WS-TZ-OFFSET, WS-TZ-FLAG
              MOVE WS-TZ-OUT TO WS-FROM-UTC
           ELSE
              MOVE WS-TO-UTC TO WS-CNV-DATETIME
              PERFORM 900-STAMP-TO-MINUTES
              COMPUTE WS-CNV-MINUTES =
                 WS-CNV-MINUTES - (WS-SHIFT-HOURS * 60)
              PERFORM 910-MINUTES-TO-STAMP
              MOVE WS-TO-UTC(13:2) TO WS-CNV-DATETIME(13:2)
              MOVE WS-CNV-DATETIME TO WS-FROM-UTC
           END-IF.
           MOVE 'L' TO WS-TZ-FUNCTION.
           MOVE WS-FROM-UTC TO WS-TZ-IN.
           CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
              WS-TZ-OFFSET, WS-TZ-FLAG.
           MOVE WS-TZ-OUT TO WS-FROM-LOCAL.
           MOVE WS-TO-UTC TO WS-TZ-IN.
           CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
              WS-TZ-OFFSET, WS-TZ-FLAG.
           MOVE WS-TZ-OUT TO WS-TO-LOCAL.
           MOVE 'U' TO WS-TZ-FUNCTION.
           MOVE WS-FROM-LOCAL TO WS-FMT-IN.
           PERFORM 920-FORMAT-STAMP.
           MOVE WS-FMT-TEXT TO WS-RPT-TITLE-FROM.
           MOVE WS-TO-LOCAL TO WS-FMT-IN.
           PERFORM 920-FORMAT-STAMP.
           MOVE WS-FMT-TEXT TO WS-RPT-TITLE-TO.

      *    Only the ignore window is needed from CDESCAL's control
      *    record; the page cutoff is counted back from the end of
      *    the shift.
       110-LOAD-ESPARM.
           OPEN INPUT CD-ESPARM-FILE.
           IF WS-ESPARM-STATUS = '00'
              READ CD-ESPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CD-ESPARM-IGNORE-HRS IS NUMERIC
                       AND CD-ESPARM-IGNORE-HRS > 0
                       MOVE CD-ESPARM-IGNORE-HRS TO WS-IGNORE-HRS
                    END-IF
              END-READ
              CLOSE CD-ESPARM-FILE
           END-IF.
           MOVE WS-TO-UTC TO WS-CNV-DATETIME.
           PERFORM 900-STAMP-TO-MINUTES.
           COMPUTE WS-CNV-MINUTES =
              WS-CNV-MINUTES - (WS-IGNORE-HRS * 60).
           PERFORM 910-MINUTES-TO-STAMP.
           MOVE WS-TO-UTC(13:2) TO WS-CNV-DATETIME(13:2).
           MOVE WS-CNV-DATETIME TO WS-PAGE-CUTOFF-UTC.

      *    START and RESUME come from the log; the DECR lines are the
      *    countdown ticking and stay out of a handover.  Finishes,
      *    cancels and rejects are taken from the run summaries
      *    instead, which carry the elapsed time.
       200-LOAD-LOG-EVENTS.
           OPEN INPUT CD-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
              DISPLAY 'CDSHIFT: no CDLOG - starts and resumes not '
                 'listed'
           ELSE
              PERFORM UNTIL WS-LOG-EOF = 'Y'
                 READ CD-LOG-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-LOG-EOF
                    NOT AT END
                       IF CD-LOG-EVENT-TYPE = 'START'
                          OR CD-LOG-EVENT-TYPE = 'RESUME'
                          MOVE CD-LOG-TIMESTAMP TO WS-TZ-IN
                          PERFORM 280-CHECK-WINDOW
                          IF WS-IN-WINDOW = 'Y'
                             PERFORM 205-BUILD-LOG-EVENT
                             PERFORM 290-ADD-EVENT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-LOG-FILE
           END-IF.

       205-BUILD-LOG-EVENT.
           MOVE CD-LOG-EVENT-TYPE TO WS-NEW-TYPE.
           MOVE CD-LOG-JOB-NAME TO WS-NEW-JOB.
           IF CD-LOG-EVENT-TYPE = 'START'
              IF CD-LOG-START-VALUE IS NUMERIC
                 MOVE CD-LOG-START-VALUE TO WS-EDIT-COUNT
              ELSE
                 MOVE ZERO TO WS-EDIT-COUNT
              END-IF
              STRING 'FROM ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 CD-LOG-UNIT DELIMITED BY SPACE
                 INTO WS-NEW-DETAIL
              END-STRING
           ELSE
              IF CD-LOG-COUNTER-VALUE IS NUMERIC
                 MOVE CD-LOG-COUNTER-VALUE TO WS-EDIT-COUNT
              ELSE
                 MOVE ZERO TO WS-EDIT-COUNT
              END-IF
              STRING 'AT ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 CD-LOG-UNIT DELIMITED BY SPACE
                 ' REMAINING' DELIMITED BY SIZE
                 INTO WS-NEW-DETAIL
              END-STRING
           END-IF.

      *    One summary per run that ended: FINISH, CANCEL or REJECT,
      *    stamped with the moment it ended.
       210-LOAD-SUMMARIES.
           OPEN INPUT CD-SUM-FILE.
           IF WS-SUM-STATUS = '00'
              PERFORM UNTIL WS-SUM-EOF = 'Y'
                 READ CD-SUM-FILE
                    AT END
                       MOVE 'Y' TO WS-SUM-EOF
                    NOT AT END
                       MOVE CD-SUM-FINISH-TIMESTAMP TO WS-TZ-IN
                       PERFORM 280-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'Y'
                          PERFORM 215-BUILD-SUMMARY-EVENT
                          PERFORM 290-ADD-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-SUM-FILE
           END-IF.

       215-BUILD-SUMMARY-EVENT.
           MOVE CD-SUM-OUTCOME TO WS-NEW-TYPE.
           MOVE CD-SUM-JOB-NAME TO WS-NEW-JOB.
           IF CD-SUM-OUTCOME = 'REJECT'
              MOVE CD-SUM-LABEL TO WS-NEW-DETAIL
           ELSE
              IF CD-SUM-ELAPSED-SEC IS NUMERIC
                 MOVE CD-SUM-ELAPSED-SEC TO WS-EDIT-SEC
              ELSE
                 MOVE ZERO TO WS-EDIT-SEC
              END-IF
              IF CD-SUM-RESUME-COUNT IS NUMERIC
                 MOVE CD-SUM-RESUME-COUNT TO WS-EDIT-COUNT
              ELSE
                 MOVE ZERO TO WS-EDIT-COUNT
              END-IF
              STRING 'ELAPSED ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-SEC) DELIMITED BY SIZE
                 ' SEC, RESUMED ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                 ' TIME(S)' DELIMITED BY SIZE
                 INTO WS-NEW-DETAIL
              END-STRING
           END-IF.

       220-LOAD-ALERTS.
           MOVE 'N' TO WS-ALERT-EOF.
           OPEN INPUT CD-ALERT-FILE.
           IF WS-ALERT-STATUS = '00'
              PERFORM UNTIL WS-ALERT-EOF = 'Y'
                 READ CD-ALERT-FILE
                    AT END
                       MOVE 'Y' TO WS-ALERT-EOF
                    NOT AT END
                       MOVE CD-ALERT-TIMESTAMP TO WS-TZ-IN
                       PERFORM 280-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'Y'
                          MOVE 'PAGE' TO WS-NEW-TYPE
                          MOVE CD-ALERT-JOB-NAME TO WS-NEW-JOB
                          IF CD-ALERT-CONTACT = SPACES
                             MOVE CD-ALERT-LABEL TO WS-NEW-DETAIL
                          ELSE
                             STRING 'TO ' DELIMITED BY SIZE
                                FUNCTION TRIM(CD-ALERT-CONTACT)
                                   DELIMITED BY SIZE
                                ' - ' DELIMITED BY SIZE
                                CD-ALERT-LABEL DELIMITED BY SIZE
                                INTO WS-NEW-DETAIL
                             END-STRING
                          END-IF
                          PERFORM 290-ADD-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-ALERT-FILE
           END-IF.

       230-LOAD-ACKS.
           MOVE 'N' TO WS-ACK-EOF.
           OPEN INPUT CD-ACK-FILE.
           IF WS-ACK-STATUS = '00'
              PERFORM UNTIL WS-ACK-EOF = 'Y'
                 READ CD-ACK-FILE
                    AT END
                       MOVE 'Y' TO WS-ACK-EOF
                    NOT AT END
                       MOVE CD-ACK-TIMESTAMP TO WS-TZ-IN
                       PERFORM 280-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'Y'
                          MOVE 'ACK' TO WS-NEW-TYPE
                          MOVE CD-ACK-JOB-NAME TO WS-NEW-JOB
                          MOVE CD-ACK-USER-ID TO WS-NEW-USER
                          MOVE CD-ACK-ALERT-TIMESTAMP(1:14)
                             TO WS-FMT-IN
                          PERFORM 920-FORMAT-STAMP
                          STRING 'PAGE OF ' DELIMITED BY SIZE
                             WS-FMT-TEXT DELIMITED BY SIZE
                             INTO WS-NEW-DETAIL
                          END-STRING
                          PERFORM 290-ADD-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-ACK-FILE
           END-IF.

      *    Tier 1 is CDESCAL re-paging the original contact, tier 2
      *    the escalation to the second tier.
       240-LOAD-ESCALATIONS.
           MOVE 'N' TO WS-ESC-EOF.
           OPEN INPUT CD-ESC-FILE.
           IF WS-ESC-STATUS = '00'
              PERFORM UNTIL WS-ESC-EOF = 'Y'
                 READ CD-ESC-FILE
                    AT END
                       MOVE 'Y' TO WS-ESC-EOF
                    NOT AT END
                       MOVE CD-ESC-TIMESTAMP TO WS-TZ-IN
                       PERFORM 280-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'Y'
                          IF CD-ESC-TIER = '2'
                             MOVE 'ESCALATED' TO WS-NEW-TYPE
                          ELSE
                             MOVE 'RE-PAGED' TO WS-NEW-TYPE
                          END-IF
                          MOVE CD-ESC-JOB-NAME TO WS-NEW-JOB
                          MOVE CD-ESC-ALERT-TIMESTAMP(1:14)
                             TO WS-FMT-IN
                          PERFORM 920-FORMAT-STAMP
                          STRING 'TO ' DELIMITED BY SIZE
                             FUNCTION TRIM(CD-ESC-CONTACT)
                                DELIMITED BY SIZE
                             ', PAGE OF ' DELIMITED BY SIZE
                             WS-FMT-TEXT DELIMITED BY SIZE
                             INTO WS-NEW-DETAIL
                          END-STRING
                          PERFORM 290-ADD-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-ESC-FILE
           END-IF.

      *    Applied changes and rejected ones both go on the timeline
      *    with who submitted them; a reject carries its reason.
       250-LOAD-CHANGES.
           OPEN INPUT CD-CHG-FILE.
           IF WS-CHG-STATUS = '00'
              PERFORM UNTIL WS-CHG-EOF = 'Y'
                 READ CD-CHG-FILE
                    AT END
                       MOVE 'Y' TO WS-CHG-EOF
                    NOT AT END
                       MOVE CD-CHG-TIMESTAMP TO WS-TZ-IN
                       PERFORM 280-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'Y'
                          PERFORM 255-BUILD-CHANGE-EVENT
                          PERFORM 290-ADD-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-CHG-FILE
           END-IF.

       255-BUILD-CHANGE-EVENT.
           EVALUATE CD-CHG-ACTION
              WHEN 'A'
                 MOVE 'ADD' TO WS-ACTION-WORD
              WHEN 'U'
                 MOVE 'UPDATE' TO WS-ACTION-WORD
              WHEN 'D'
                 MOVE 'DELETE' TO WS-ACTION-WORD
              WHEN OTHER
                 MOVE 'UNKNOWN' TO WS-ACTION-WORD
           END-EVALUATE.
           MOVE CD-CHG-JOB-NAME TO WS-NEW-JOB.
           MOVE CD-CHG-USER-ID TO WS-NEW-USER.
           IF CD-CHG-RESULT = 'R'
              MOVE 'CHANGE REJ' TO WS-NEW-TYPE
              STRING WS-ACTION-WORD DELIMITED BY SPACE
                 ' REJECTED - ' DELIMITED BY SIZE
                 CD-CHG-REASON DELIMITED BY SIZE
                 INTO WS-NEW-DETAIL
              END-STRING
           ELSE
              MOVE 'CHANGE' TO WS-NEW-TYPE
              STRING WS-ACTION-WORD DELIMITED BY SPACE
                 ' APPLIED' DELIMITED BY SIZE
                 INTO WS-NEW-DETAIL
              END-STRING
           END-IF.

       260-LOAD-ARRIVALS.
           MOVE 'N' TO WS-PREQ-EOF.
           OPEN INPUT CD-PREQ-FILE.
           IF WS-PREQ-STATUS = '00'
              PERFORM UNTIL WS-PREQ-EOF = 'Y'
                 READ CD-PREQ-FILE
                    AT END
                       MOVE 'Y' TO WS-PREQ-EOF
                    NOT AT END
                       MOVE CD-PREQ-TIMESTAMP TO WS-TZ-IN
                       PERFORM 280-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'Y'
                          MOVE 'ARRIVED' TO WS-NEW-TYPE
                          MOVE CD-PREQ-EVENT-NAME TO WS-NEW-JOB
                          MOVE 'PREREQUISITE EVENT' TO WS-NEW-DETAIL
                          PERFORM 290-ADD-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-PREQ-FILE
           END-IF.

      *    Operator commands as CDCONS recorded them on the permanent
      *    history.  A command hand-keyed straight onto CDCMDS never
      *    reaches the history and cannot be shown.
       270-LOAD-COMMANDS.
           OPEN INPUT CD-CMDH-FILE.
           IF WS-CMDH-STATUS = '00'
              PERFORM UNTIL WS-CMDH-EOF = 'Y'
                 READ CD-CMDH-FILE
                    AT END
                       MOVE 'Y' TO WS-CMDH-EOF
                    NOT AT END
                       MOVE CD-CMDH-TIMESTAMP TO WS-TZ-IN
                       PERFORM 280-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'Y'
                          STRING CD-CMDH-ACTION DELIMITED BY SPACE
                             ' CMD' DELIMITED BY SIZE
                             INTO WS-NEW-TYPE
                          END-STRING
                          MOVE CD-CMDH-JOB-NAME TO WS-NEW-JOB
                          MOVE CD-CMDH-USER-ID TO WS-NEW-USER
                          MOVE 'ISSUED THROUGH CDCONS' TO WS-NEW-DETAIL
                          PERFORM 290-ADD-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-CMDH-FILE
           END-IF.

      *    Puts the stamp in WS-TZ-IN through CDTZ and sets
      *    WS-IN-WINDOW to 'Y' when it falls inside the shift.  A
      *    stamp that is not a date is left out.  The staged event
      *    is cleared for the caller to fill in.
       280-CHECK-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW.
           MOVE SPACES TO WS-NEW-EVENT.
           IF WS-TZ-IN(1:14) IS NUMERIC
              CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
                 WS-TZ-OFFSET, WS-TZ-FLAG
              IF WS-TZ-OUT NOT < WS-FROM-UTC
                 AND WS-TZ-OUT < WS-TO-UTC
                 MOVE 'Y' TO WS-IN-WINDOW
                 MOVE WS-TZ-OUT TO WS-NEW-UTC
                 MOVE WS-TZ-IN(1:14) TO WS-NEW-LOCAL
                 MOVE WS-TZ-OFFSET TO WS-NEW-OFFSET
              END-IF
           END-IF.

      *    Inserts WS-NEW-EVENT after the last entry at or before it
      *    in UTC, so events at the same second keep file order.
       290-ADD-EVENT.
           IF WS-EVT-COUNT >= WS-EVT-MAX
              ADD 1 TO WS-DROPPED-COUNT
           ELSE
              MOVE WS-EVT-COUNT TO WS-EVT-IDX
              MOVE 'N' TO WS-EVT-PLACED
              PERFORM UNTIL WS-EVT-PLACED = 'Y'
                 IF WS-EVT-IDX = 0
                    MOVE 'Y' TO WS-EVT-PLACED
                 ELSE
                    IF WS-EVT-UTC(WS-EVT-IDX) NOT > WS-NEW-UTC
                       MOVE 'Y' TO WS-EVT-PLACED
                    ELSE
                       MOVE WS-EVT-ENTRY(WS-EVT-IDX)
                          TO WS-EVT-ENTRY(WS-EVT-IDX + 1)
                       SUBTRACT 1 FROM WS-EVT-IDX
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-NEW-EVENT TO WS-EVT-ENTRY(WS-EVT-IDX + 1)
              ADD 1 TO WS-EVT-COUNT
           END-IF.

       400-WRITE-EVENTS.
           MOVE WS-RPT-TITLE-LINE TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE SPACES TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE WS-RPT-SECTION-1 TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE WS-RPT-HEADING-1 TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           IF WS-EVT-COUNT = 0
              MOVE WS-RPT-NONE-LINE TO CD-SHIFT-RPT-LINE
              WRITE CD-SHIFT-RPT-LINE
           END-IF.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                 UNTIL WS-EVT-IDX > WS-EVT-COUNT
              MOVE WS-EVT-LOCAL(WS-EVT-IDX) TO WS-FMT-IN
              PERFORM 920-FORMAT-STAMP
              MOVE WS-FMT-TEXT TO WS-RPT-EV-WHEN
              MOVE WS-EVT-OFFSET(WS-EVT-IDX) TO WS-RPT-EV-OFFSET
              MOVE WS-EVT-TYPE(WS-EVT-IDX) TO WS-RPT-EV-TYPE
              MOVE WS-EVT-JOB(WS-EVT-IDX) TO WS-RPT-EV-JOB
              MOVE WS-EVT-USER(WS-EVT-IDX) TO WS-RPT-EV-USER
              MOVE WS-EVT-DETAIL(WS-EVT-IDX) TO WS-RPT-EV-DETAIL
              MOVE WS-RPT-EVENT-LINE TO CD-SHIFT-RPT-LINE
              WRITE CD-SHIFT-RPT-LINE
           END-PERFORM.

      *    'A'ctive and 'H'eld checkpoints are the countdowns still
      *    running at handover, labelled from the control file the
      *    way CDCONS lists them.
       500-WRITE-INFLIGHT.
           MOVE SPACES TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE WS-RPT-SECTION-2 TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE WS-RPT-HEADING-2 TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           OPEN INPUT CD-CKPT-FILE.
           IF WS-CKPT-STATUS = '00'
              PERFORM UNTIL WS-CKPT-EOF = 'Y'
                 READ CD-CKPT-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-CKPT-EOF
                    NOT AT END
                       IF CD-CKPT-STATUS = 'A' OR CD-CKPT-STATUS = 'H'
                          ADD 1 TO WS-INFLIGHT-COUNT
                          PERFORM 510-WRITE-INFLIGHT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-CKPT-FILE
           END-IF.
           IF WS-INFLIGHT-COUNT = 0
              MOVE WS-RPT-NONE-LINE TO CD-SHIFT-RPT-LINE
              WRITE CD-SHIFT-RPT-LINE
           END-IF.

       510-WRITE-INFLIGHT-LINE.
           MOVE CD-CKPT-JOB-NAME TO WS-RPT-IF-JOB.
           IF CD-CKPT-STATUS = 'H'
              MOVE 'HELD' TO WS-RPT-IF-STATE
           ELSE
              MOVE 'ACTIVE' TO WS-RPT-IF-STATE
           END-IF.
           IF CD-CKPT-COUNTER IS NUMERIC
              MOVE CD-CKPT-COUNTER TO WS-RPT-IF-COUNTER
           ELSE
              MOVE ZERO TO WS-RPT-IF-COUNTER
           END-IF.
           MOVE CD-CKPT-TIMESTAMP(1:14) TO WS-FMT-IN.
           PERFORM 920-FORMAT-STAMP.
           MOVE WS-FMT-TEXT TO WS-RPT-IF-CKPT-TS.
           MOVE SPACES TO WS-RPT-IF-UNIT.
           MOVE SPACES TO WS-RPT-IF-LABEL.
           IF WS-CTL-AVAILABLE = 'Y'
              MOVE CD-CKPT-JOB-NAME TO CD-CTL-JOB-NAME
              READ CD-CTL-FILE
                 KEY IS CD-CTL-JOB-NAME
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CD-CTL-UNIT TO WS-RPT-IF-UNIT
                    MOVE CD-CTL-LABEL TO WS-RPT-IF-LABEL
              END-READ
           END-IF.
           MOVE WS-RPT-INFLIGHT-LINE TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.

      *    Every page raised before the end of the shift and inside
      *    CDESCAL's ignore window that has no acknowledgement, with
      *    how far it has escalated.
       600-WRITE-OPEN-PAGES.
           MOVE SPACES TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE WS-RPT-SECTION-3 TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE WS-RPT-HEADING-3 TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE 'N' TO WS-ALERT-EOF.
           OPEN INPUT CD-ALERT-FILE.
           IF WS-ALERT-STATUS = '00'
              PERFORM UNTIL WS-ALERT-EOF = 'Y'
                 READ CD-ALERT-FILE
                    AT END
                       MOVE 'Y' TO WS-ALERT-EOF
                    NOT AT END
                       PERFORM 610-CHECK-OPEN-PAGE
                 END-READ
              END-PERFORM
              CLOSE CD-ALERT-FILE
           END-IF.
           IF WS-OPEN-PAGE-COUNT = 0
              MOVE WS-RPT-NONE-LINE TO CD-SHIFT-RPT-LINE
              WRITE CD-SHIFT-RPT-LINE
           END-IF.

       610-CHECK-OPEN-PAGE.
           MOVE SPACES TO WS-ALERT-UTC.
           IF CD-ALERT-TIMESTAMP(1:14) IS NUMERIC
              MOVE CD-ALERT-TIMESTAMP TO WS-TZ-IN
              CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
                 WS-TZ-OFFSET, WS-TZ-FLAG
              MOVE WS-TZ-OUT TO WS-ALERT-UTC
           END-IF.
           IF WS-ALERT-UTC NOT = SPACES
              AND WS-ALERT-UTC NOT < WS-PAGE-CUTOFF-UTC
              AND WS-ALERT-UTC < WS-TO-UTC
              PERFORM 620-GET-ALERT-STATE
              IF WS-ALERT-ACKED = 'N'
                 ADD 1 TO WS-OPEN-PAGE-COUNT
                 MOVE CD-ALERT-JOB-NAME TO WS-RPT-PG-JOB
                 MOVE CD-ALERT-TIMESTAMP(1:14) TO WS-FMT-IN
                 PERFORM 920-FORMAT-STAMP
                 MOVE WS-FMT-TEXT TO WS-RPT-PG-RAISED
                 MOVE CD-ALERT-CONTACT TO WS-RPT-PG-CONTACT
                 MOVE WS-ALERT-STATE TO WS-RPT-PG-STATE
                 MOVE CD-ALERT-LABEL TO WS-RPT-PG-LABEL
                 MOVE WS-RPT-PAGE-LINE TO CD-SHIFT-RPT-LINE
                 WRITE CD-SHIFT-RPT-LINE
              END-IF
           END-IF.

      *    Ack and escalation history are re-read from the top for
      *    each candidate page, the way CDSTAT 330-REPORT-ONE-ALERT
      *    does, so a page acknowledged a minute ago is never handed
      *    over as open.
       620-GET-ALERT-STATE.
           MOVE 'OPEN' TO WS-ALERT-STATE.
           MOVE 'N' TO WS-ALERT-ACKED.
           MOVE 'N' TO WS-ACK-EOF.
           OPEN INPUT CD-ACK-FILE.
           IF WS-ACK-STATUS = '00'
              PERFORM UNTIL WS-ACK-EOF = 'Y'
                 READ CD-ACK-FILE
                    AT END
                       MOVE 'Y' TO WS-ACK-EOF
                    NOT AT END
                       IF CD-ACK-JOB-NAME = CD-ALERT-JOB-NAME
                          AND CD-ACK-ALERT-TIMESTAMP
                             = CD-ALERT-TIMESTAMP
                          MOVE 'Y' TO WS-ALERT-ACKED
                          MOVE 'Y' TO WS-ACK-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-ACK-FILE
           END-IF.
           IF WS-ALERT-ACKED = 'N'
              MOVE 'N' TO WS-ESC-EOF
              OPEN INPUT CD-ESC-FILE
              IF WS-ESC-STATUS = '00'
                 PERFORM UNTIL WS-ESC-EOF = 'Y'
                    READ CD-ESC-FILE
                       AT END
                          MOVE 'Y' TO WS-ESC-EOF
                       NOT AT END
                          IF CD-ESC-JOB-NAME = CD-ALERT-JOB-NAME
                             AND CD-ESC-ALERT-TIMESTAMP
                                = CD-ALERT-TIMESTAMP
                             IF CD-ESC-TIER = '2'
                                MOVE 'ESC-2' TO WS-ALERT-STATE
                             ELSE
                                IF WS-ALERT-STATE NOT = 'ESC-2'
                                   MOVE 'ESC-1' TO WS-ALERT-STATE
                                END-IF
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CD-ESC-FILE
              END-IF
           END-IF.

      *    A 'P'ending row gated on a prerequisite event that has not
      *    arrived on CD-PREQ-FILE is something the next shift will
      *    be chasing.  Arrivals are matched the way COUNTDOWN
      *    matches them - any arrival record for the event name.
       700-WRITE-PREREQ-WAITS.
           MOVE SPACES TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE WS-RPT-SECTION-4 TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE WS-RPT-HEADING-4 TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           IF WS-CTL-AVAILABLE = 'N'
              MOVE WS-RPT-NO-CTL-LINE TO CD-SHIFT-RPT-LINE
              WRITE CD-SHIFT-RPT-LINE
           ELSE
              MOVE LOW-VALUES TO CD-CTL-JOB-NAME
              START CD-CTL-FILE
                 KEY IS NOT LESS THAN CD-CTL-JOB-NAME
                 INVALID KEY
                    MOVE 'Y' TO WS-CTL-EOF
              END-START
              PERFORM UNTIL WS-CTL-EOF = 'Y'
                 READ CD-CTL-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-CTL-EOF
                    NOT AT END
                       IF CD-CTL-STATUS = 'P'
                          AND CD-CTL-PREREQ-EVENT NOT = SPACES
                          PERFORM 710-CHECK-ARRIVED
                          IF WS-PREQ-FOUND = 'N'
                             PERFORM 720-WRITE-WAIT-LINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-WAITING-COUNT = 0
                 MOVE WS-RPT-NONE-LINE TO CD-SHIFT-RPT-LINE
                 WRITE CD-SHIFT-RPT-LINE
              END-IF
           END-IF.

       710-CHECK-ARRIVED.
           MOVE 'N' TO WS-PREQ-FOUND.
           MOVE 'N' TO WS-PREQ-EOF.
           OPEN INPUT CD-PREQ-FILE.
           IF WS-PREQ-STATUS = '00'
              PERFORM UNTIL WS-PREQ-EOF = 'Y'
                 READ CD-PREQ-FILE
                    AT END
                       MOVE 'Y' TO WS-PREQ-EOF
                    NOT AT END
                       IF CD-PREQ-EVENT-NAME = CD-CTL-PREREQ-EVENT
                          MOVE 'Y' TO WS-PREQ-FOUND
                          MOVE 'Y' TO WS-PREQ-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-PREQ-FILE
           END-IF.

       720-WRITE-WAIT-LINE.
           ADD 1 TO WS-WAITING-COUNT.
           MOVE CD-CTL-JOB-NAME TO WS-RPT-WT-JOB.
           MOVE CD-CTL-TARGET-DATETIME TO WS-FMT-IN.
           PERFORM 920-FORMAT-STAMP.
           MOVE WS-FMT-TEXT TO WS-RPT-WT-TARGET.
           MOVE CD-CTL-PREREQ-EVENT TO WS-RPT-WT-EVENT.
           MOVE CD-CTL-LABEL TO WS-RPT-WT-LABEL.
           MOVE WS-RPT-WAIT-LINE TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.

       800-WRITE-TOTALS.
           MOVE SPACES TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE 'EVENTS DURING THE SHIFT' TO WS-RPT-COUNT-TAG.
           MOVE WS-EVT-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE 'COUNTDOWNS IN FLIGHT OR HELD' TO WS-RPT-COUNT-TAG.
           MOVE WS-INFLIGHT-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE 'PAGES NOT ACKNOWLEDGED' TO WS-RPT-COUNT-TAG.
           MOVE WS-OPEN-PAGE-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           MOVE 'ROWS WAITING ON A PREREQUISITE' TO WS-RPT-COUNT-TAG.
           MOVE WS-WAITING-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SHIFT-RPT-LINE.
           WRITE CD-SHIFT-RPT-LINE.
           IF WS-DROPPED-COUNT > 0
              MOVE 'EVENTS NOT LISTED (TABLE FULL)' TO WS-RPT-COUNT-TAG
              MOVE WS-DROPPED-COUNT TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT-LINE TO CD-SHIFT-RPT-LINE
              WRITE CD-SHIFT-RPT-LINE
           END-IF.

      *    Converts the YYYYMMDDHHMM in WS-CNV-DATETIME into absolute
      *    minutes (into WS-CNV-MINUTES), the same arithmetic CDLCHK
      *    ages its heartbeat with.
       900-STAMP-TO-MINUTES.
           MOVE WS-CNV-DATETIME(1:8) TO WS-CNV-YYYYMMDD.
           COMPUTE WS-CNV-MINUTES =
              (FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD) * 1440)
              + (FUNCTION NUMVAL(WS-CNV-DATETIME(9:2)) * 60)
              + FUNCTION NUMVAL(WS-CNV-DATETIME(11:2)).

      *    The reverse: WS-CNV-MINUTES back into a YYYYMMDDHHMM00
      *    stamp in WS-CNV-DATETIME.
       910-MINUTES-TO-STAMP.
           DIVIDE WS-CNV-MINUTES BY 1440 GIVING WS-CNV-DAYNO
              REMAINDER WS-CNV-MIN-OF-DAY.
           COMPUTE WS-CNV-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-CNV-DAYNO).
           DIVIDE WS-CNV-MIN-OF-DAY BY 60 GIVING WS-CNV-HH
              REMAINDER WS-CNV-MI.
           MOVE WS-CNV-YYYYMMDD TO WS-CNV-DATETIME(1:8).
           MOVE WS-CNV-HH TO WS-CNV-DATETIME(9:2).
           MOVE WS-CNV-MI TO WS-CNV-DATETIME(11:2).
           MOVE '00' TO WS-CNV-DATETIME(13:2).

      *    A stamp that is not a date is shown as it stands.
       920-FORMAT-STAMP.
           IF WS-FMT-IN IS NUMERIC
              MOVE WS-FMT-IN(1:4) TO WS-FMT-YYYY
              MOVE WS-FMT-IN(5:2) TO WS-FMT-MM
              MOVE WS-FMT-IN(7:2) TO WS-FMT-DD
              MOVE WS-FMT-IN(9:2) TO WS-FMT-HH
              MOVE WS-FMT-IN(11:2) TO WS-FMT-MI
              MOVE WS-FMT-IN(13:2) TO WS-FMT-SS
              MOVE WS-FMT-OUT TO WS-FMT-TEXT
           ELSE
              MOVE WS-FMT-IN TO WS-FMT-TEXT
           END-IF.
