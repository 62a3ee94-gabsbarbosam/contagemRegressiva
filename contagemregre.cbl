      * units.  170-OPEN-LOG also now shouts when it has to create
      * an EMPTY CDLOG - on an established system that means the
      * audit trail is gone and CDRESTORE should be run first.
      *-----------------------------------------------------------------
      * Maint: CDALERT now hands back the on-call contact it routed
      * the finish page to (WS-ALERT-CONTACT).
      *-----------------------------------------------------------------
      * Maint: COUNTDOWN now takes the 'COUNTDOWN' instance lock on
      * CD-LOCK-FILE (run id, job/step from CD-LKPARM-FILE, heartbeat)
      * before it opens anything else.  A second execution that finds
      * a live lock ends with RC=12 without touching CDCONTROL, CDCKPT
      * or CDLOG; a lock whose heartbeat is older than the stale
      * window is an abended run's - reported and taken over.  The
      * heartbeat moves once a minute while the run is up and the
      * lock is freed at the end.  CDBACKUP, CDRESTORE and CDPURGE
      * check the same lock through CDLCHK.
      *-----------------------------------------------------------------
      * Maint: due checks, TARGET minutes remaining, the lock age,
      * the next-occurrence search and run-summary elapsed seconds
      * are now worked in UTC through CDTZ - stamps by their own
      * offset, control-file targets by the site zone rules on
      * CD-TZPARM-FILE - so nothing runs an hour early, late or
      * twice across a clock change.  A recurring target keeps its
      * local time of day; one landing in the skipped or repeated
      * hour is reported when it is scheduled.
      *-----------------------------------------------------------------
      * Maint: rehearsal mode.  A record on CD-RHPARM-FILE runs the
      * schedule against a simulated clock (from the night being
      * rehearsed, SECONDS/MINUTES/TARGET pacing sped up by the
      * record's factor, a CYCLES countdown running beside paced work
      * taking a step per simulated second) on the shadow CDCONTROL,
      * CDCKPT, CDLOG and CDSUMRY copies CDRHSET builds - refused with
      * RC=8, before anything is opened for output, unless every one
      * of them carries the shadow marker.  A script on CD-RHSCR-FILE of
      * upstream arrivals and operator commands at simulated times
      * stands in for CDPREREQ and CDCMDS; no lock is taken, and
      * CDALERT and CDFEED are not called - the page or trigger that
      * would have gone out is written to the rehearsal report
      * (CD-RH-RPT) instead, with the night's timeline and the
      * chains that loop, successors never released and rows that
      * never came due.
      *-----------------------------------------------------------------
      * Maint: taking a free instance lock now clears the previous
      * holder's takeover run id, so CD-LOCK-PREV-RUN-ID only ever
      * names a stale lock this run actually took over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNTDOWN.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT CD-LKPARM-FILE ASSIGN TO "CDLKPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LKPARM-STATUS.

           SELECT CD-LOCK-FILE ASSIGN TO "CDLOCK"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-LOCK-NAME
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT CD-RHPARM-FILE ASSIGN TO "CDRHPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RHPARM-STATUS.

           SELECT CD-RHSCR-FILE ASSIGN TO "CDRHSCRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RHSCR-STATUS.

           SELECT CD-RH-RPT ASSIGN TO "CDRHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-PARM-FILE.
       FD  CD-SUM-FILE.
           COPY CDSUM.

       FD  CD-LKPARM-FILE.
           COPY CDLKPARM.

       FD  CD-LOCK-FILE.
           COPY CDLOCK.

       FD  CD-RHPARM-FILE.
           COPY CDRHPARM.

       FD  CD-RHSCR-FILE.
           COPY CDRHSCR.

       FD  CD-RH-RPT.
           01  CD-RH-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
           77  WS-PARM-STATUS      PIC XX VALUE SPACES.
           77  WS-PARM-EOF         PIC X(1) VALUE 'N'.
           77  WS-SLEEP-SECONDS    PIC 9(4) VALUE 1.

           77  WS-ALERT-STATUS     PIC X(2) VALUE SPACES.
           77  WS-ALERT-CONTACT    PIC X(20) VALUE SPACES.
           77  WS-FEED-STATUS      PIC X(2) VALUE SPACES.

           77  WS-CMD-STATUS       PIC XX VALUE SPACES.
      *        top every cycle (commands are appended while we run),
      *        so the first WS-CMD-SEEN-COUNT records are skipped to
      *        apply each command exactly once.
      *    The command being applied, from CD-CMD-FILE or from the
      *    rehearsal script.
           77  WS-CMD-ACTION       PIC X(7) VALUE SPACES.
           77  WS-CMD-JOB          PIC X(20) VALUE SPACES.

           77  WS-PREQ-STATUS      PIC XX VALUE SPACES.
           77  WS-PREQ-EOF         PIC X(1) VALUE 'N'.

           77  WS-SUM-STATUS       PIC XX VALUE SPACES.

      *    Instance lock: this run's identity on CD-LOCK-FILE and the
      *    minute the heartbeat last moved.
           77  WS-LKPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-LOCK-STATUS      PIC XX VALUE SPACES.
           77  WS-LOCK-RUN-ID      PIC X(16) VALUE SPACES.
           77  WS-LOCK-JOB-NAME    PIC X(8) VALUE 'COUNTDWN'.
           77  WS-LOCK-STEP-NAME   PIC X(8) VALUE SPACES.
           77  WS-LOCK-STALE-MIN   PIC 9(4) VALUE 10.
           77  WS-LOCK-BEAT-MINUTE PIC X(12) VALUE SPACES.
           77  WS-LOCK-AGE-MIN     PIC S9(9) VALUE ZERO.
           77  WS-LOCK-BUSY        PIC X(1) VALUE 'N'.

      *    Run-summary arithmetic scratch: original-start / finish
      *    split out for the INTEGER-OF-DATE elapsed computation
      *    (same midnight-safe arithmetic CDRECON uses).
           77  WS-SUM-FIN-SEC      PIC 9(8) VALUE ZERO.
           77  WS-SUM-DAY-DIFF     PIC S9(9) VALUE ZERO.
           77  WS-SUM-ELAPSED      PIC S9(9) VALUE ZERO.
           77  WS-SUM-START-UTC    PIC X(14) VALUE SPACES.
           77  WS-SUM-FIN-UTC      PIC X(14) VALUE SPACES.

      *    Original-run recovery scratch for a resumed entry: the
      *    last START on the job's log partition and the RESUMEs
           77  WS-CNV-MINUTES      PIC 9(9) VALUE ZERO.
           77  WS-NOW-MINUTES      PIC 9(9) VALUE ZERO.
           77  WS-REMAIN-MIN       PIC S9(9) VALUE ZERO.
      *    Time arithmetic is done in UTC through CDTZ: stamps carry
      *    their own offset, bare control-file targets are local
      *    wall-clock times resolved by the site zone rules.
      *    WS-TZ-FLAG comes back 'G' for a target in the hour
      *    skipped at the spring change, 'R' for one in the hour
      *    repeated at the autumn change.
           77  WS-TZ-FUNCTION      PIC X(1) VALUE 'U'.
           77  WS-TZ-IN            PIC X(26) VALUE SPACES.
           77  WS-TZ-OUT           PIC X(14) VALUE SPACES.
           77  WS-TZ-OFFSET        PIC X(5) VALUE SPACES.
           77  WS-TZ-FLAG          PIC X(1) VALUE SPACE.
           77  WS-NOW-UTC          PIC X(14) VALUE SPACES.
           77  WS-NEXT-UTC         PIC X(14) VALUE SPACES.
           77  WS-NEW-REMAIN       PIC 9(4) VALUE ZERO.
      *    The stamp every event, checkpoint and summary is written
      *    with (131-SET-NOW-STAMP), laid out as CURRENT-DATE is.
           77  WS-NOW-STAMP        PIC X(26) VALUE SPACES.

           77  WS-HOL-STATUS       PIC XX VALUE SPACES.
           77  WS-HOL-AVAILABLE    PIC X(1) VALUE 'N'.
           77  WS-SUCCESSOR-JOB    PIC X(20) VALUE SPACES.
           77  WS-WAVE-NUMBER      PIC 9(4) VALUE 1.
           77  WS-CTL-ENTRY-DUE    PIC X(1) VALUE 'Y'.

           77  WS-NEXT-TARGET      PIC X(14) VALUE SPACES.
           77  WS-NEXT-YYYYMMDD    PIC 9(8) VALUE ZERO.
      *                decrement sizes (req 004 + req 007) pace
      *                independently instead of sharing one cycle wait.

      *    Rehearsal mode (a record on CD-RHPARM-FILE).  The simulated
      *    clock WS-RH-SIM-SEC is UTC in absolute seconds (integer
      *    date * 86400 + second of the day); 131-SET-NOW-STAMP and
      *    134-SET-NOW-UTC read it in place of the system clock.
           77  WS-RHPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-RHSCR-STATUS     PIC XX VALUE SPACES.
           77  WS-RHSCR-EOF        PIC X(1) VALUE 'N'.
           77  WS-RHRPT-STATUS     PIC XX VALUE SPACES.
           77  WS-RH-MODE          PIC X(1) VALUE 'N'.
           77  WS-RH-MARKER        PIC X(20)
               VALUE '*REHEARSAL SHADOW*'.
      *        First record of every shadow file CDRHSET builds; the
      *        same value is carried there.
           77  WS-RH-SHADOW-OK     PIC X(1) VALUE 'Y'.
           77  WS-RH-FIRST-KEY     PIC X(20) VALUE SPACES.
           77  WS-RH-FACTOR        PIC 9(4) VALUE 60.
           77  WS-RH-CYC-STEP      PIC 9(8) VALUE ZERO.
           77  WS-RH-HOURS         PIC 9(3) VALUE 24.
           77  WS-RH-START-LOCAL   PIC X(14) VALUE SPACES.
           77  WS-RH-SIM-SEC       PIC 9(12) VALUE ZERO.
           77  WS-RH-START-SEC     PIC 9(12) VALUE ZERO.
           77  WS-RH-END-SEC       PIC 9(12) VALUE ZERO.
           77  WS-RH-DUE-SEC       PIC 9(12) VALUE ZERO.
           77  WS-RH-CNV-UTC       PIC X(14) VALUE SPACES.
           77  WS-RH-CNV-SEC       PIC 9(12) VALUE ZERO.
           77  WS-RH-CNV-DAYNO     PIC 9(9) VALUE ZERO.
           77  WS-RH-CNV-DAYSEC    PIC 9(5) VALUE ZERO.
           77  WS-RH-CNV-REM       PIC 9(5) VALUE ZERO.
           77  WS-RH-CNV-YYYYMMDD  PIC 9(8) VALUE ZERO.
           77  WS-RH-CNV-HH        PIC 9(2) VALUE ZERO.
           77  WS-RH-CNV-MI        PIC 9(2) VALUE ZERO.
           77  WS-RH-CNV-SS        PIC 9(2) VALUE ZERO.
      *        CDTZ scratch of its own, so stamping an event never
      *        disturbs a conversion the caller has in hand.
           77  WS-RH-TZ-FUNCTION   PIC X(1) VALUE 'L'.
           77  WS-RH-TZ-IN         PIC X(26) VALUE SPACES.
           77  WS-RH-TZ-OUT        PIC X(14) VALUE SPACES.
           77  WS-RH-TZ-OFFSET     PIC X(5) VALUE SPACES.
           77  WS-RH-TZ-FLAG       PIC X(1) VALUE SPACE.

      *    The script, held in simulated-time order (file order kept
      *    for equal times); WS-RH-SCR-NEXT is the first entry not yet
      *    applied.
           77  WS-RH-SCR-MAX       PIC 9(4) VALUE 500.
           77  WS-RH-SCR-COUNT     PIC 9(4) VALUE ZERO.
           77  WS-RH-SCR-NEXT      PIC 9(4) VALUE 1.
           77  WS-RH-SCR-POS       PIC 9(4) VALUE ZERO.
           77  WS-RH-SCR-PLACED    PIC X(1) VALUE 'N'.
           77  WS-RH-SCR-DUE       PIC X(1) VALUE 'N'.
           77  WS-RH-SCR-BAD       PIC 9(4) VALUE ZERO.
           01  WS-RH-SCR-TABLE.
               05  WS-RH-SCR-ENTRY OCCURS 500 TIMES.
                   10  WS-RH-SCR-SEC       PIC 9(12).
                   10  WS-RH-SCR-TYPE      PIC X(1).
                   10  WS-RH-SCR-EVENT     PIC X(20).
                   10  WS-RH-SCR-ACTION    PIC X(7).
                   10  WS-RH-SCR-JOB       PIC X(20).

      *    Arrival events the script has delivered so far - what
      *    CD-PREQ-FILE would hold at this point of the night.
           77  WS-RH-ARR-MAX       PIC 9(4) VALUE 500.
           77  WS-RH-ARR-COUNT     PIC 9(4) VALUE ZERO.
           77  WS-RH-ARR-SUB       PIC 9(4) VALUE ZERO.
           77  WS-RH-LOOK-EVENT    PIC X(20) VALUE SPACES.
           77  WS-RH-ARRIVED       PIC X(1) VALUE 'N'.
           01  WS-RH-ARR-TABLE.
               05  WS-RH-ARR-EVENT OCCURS 500 TIMES PIC X(20).

      *    The control file as it stood when the rehearsal began, and
      *    what became of each row - the findings are worked from it.
           77  WS-RH-ROW-MAX       PIC 9(4) VALUE 500.
           77  WS-RH-ROW-COUNT     PIC 9(4) VALUE ZERO.
           77  WS-RH-ROW           PIC 9(4) VALUE ZERO.
           77  WS-RH-ROW-2         PIC 9(4) VALUE ZERO.
           77  WS-RH-LOOK-JOB      PIC X(20) VALUE SPACES.
           77  WS-RH-LOOK-ROW      PIC 9(4) VALUE ZERO.
           01  WS-RH-ROW-TABLE.
               05  WS-RH-ROW-ENTRY OCCURS 500 TIMES.
                   10  WS-RH-R-JOB         PIC X(20).
                   10  WS-RH-R-STATUS      PIC X(1).
                   10  WS-RH-R-UNIT        PIC X(7).
                   10  WS-RH-R-START-VALUE PIC 9(4).
                   10  WS-RH-R-TARGET      PIC X(14).
                   10  WS-RH-R-PREREQ      PIC X(20).
                   10  WS-RH-R-SUCCESSOR   PIC X(20).
                   10  WS-RH-R-STARTED     PIC X(1).
                   10  WS-RH-R-FINISHED    PIC X(1).
                   10  WS-RH-R-CANCELLED   PIC X(1).
                   10  WS-RH-R-REJECTED    PIC X(1).
                   10  WS-RH-R-RELEASED    PIC X(1).
                   10  WS-RH-R-WAIT-SEEN   PIC X(1).
                   10  WS-RH-R-DEFER-SEEN  PIC X(1).

      *    Successor-chain walk for the loop check.
           77  WS-RH-WALK-JOB      PIC X(20) VALUE SPACES.
           77  WS-RH-WALK-MIN      PIC X(20) VALUE SPACES.
           77  WS-RH-WALK-STEPS    PIC 9(4) VALUE ZERO.
           77  WS-RH-WALK-DONE     PIC X(1) VALUE 'N'.
           77  WS-RH-WALK-LOOP     PIC X(1) VALUE 'N'.
           77  WS-RH-WALK-TEXT     PIC X(100) VALUE SPACES.
           77  WS-RH-WALK-PTR      PIC 9(4) VALUE 1.

           77  WS-RH-START-COUNT   PIC 9(4) VALUE ZERO.
           77  WS-RH-FINISH-COUNT  PIC 9(4) VALUE ZERO.
           77  WS-RH-CANCEL-COUNT  PIC 9(4) VALUE ZERO.
           77  WS-RH-PAGE-COUNT    PIC 9(4) VALUE ZERO.
           77  WS-RH-FEED-COUNT    PIC 9(4) VALUE ZERO.
           77  WS-RH-RUNNING-COUNT PIC 9(4) VALUE ZERO.
           77  WS-RH-LOOP-COUNT    PIC 9(4) VALUE ZERO.
           77  WS-RH-UNREL-COUNT   PIC 9(4) VALUE ZERO.
           77  WS-RH-NOTDUE-COUNT  PIC 9(4) VALUE ZERO.
           77  WS-RH-SECT-COUNT    PIC 9(4) VALUE ZERO.
           77  WS-RH-EDIT-COUNT    PIC ZZZ9.

      *    YYYYMMDDHHMMSS laid out for reading.
           77  WS-RH-FMT-IN        PIC X(14) VALUE SPACES.
           01  WS-RH-FMT-OUT.
               05  WS-RH-FMT-YYYY  PIC X(4).
               05  FILLER          PIC X(1) VALUE '-'.
               05  WS-RH-FMT-MM    PIC X(2).
               05  FILLER          PIC X(1) VALUE '-'.
               05  WS-RH-FMT-DD    PIC X(2).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RH-FMT-HH    PIC X(2).
               05  FILLER          PIC X(1) VALUE ':'.
               05  WS-RH-FMT-MI    PIC X(2).
               05  FILLER          PIC X(1) VALUE ':'.
               05  WS-RH-FMT-SS    PIC X(2).
           77  WS-RH-FMT-TEXT      PIC X(19) VALUE SPACES.

           01  WS-RH-TITLE-1.
               05  FILLER          PIC X(38)
                   VALUE 'COUNTDOWN REHEARSAL   SIMULATED START '.
               05  WS-RH-T-START   PIC X(19).
               05  FILLER          PIC X(5) VALUE ' FOR '.
               05  WS-RH-T-HOURS   PIC ZZ9.
               05  FILLER          PIC X(16) VALUE ' HOURS   FACTOR '.
               05  WS-RH-T-FACTOR  PIC ZZZ9.

           01  WS-RH-TITLE-2       PIC X(132)
               VALUE 'SHADOW FILES ONLY - NOTHING PAGED OR FED'.

           01  WS-RH-HEADING-1.
               05  FILLER          PIC X(27)
                   VALUE 'SIMULATED TIME (LOCAL)'.
               05  FILLER          PIC X(22) VALUE 'JOB NAME'.
               05  FILLER          PIC X(14) VALUE 'EVENT'.
               05  FILLER          PIC X(6) VALUE 'DETAIL'.

           01  WS-RH-TL-LINE.
               05  WS-RH-TL-WHEN   PIC X(19).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RH-TL-OFFSET PIC X(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RH-TL-JOB    PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RH-TL-EVENT  PIC X(12).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RH-TL-DETAIL PIC X(60).

           01  WS-RH-FIND-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RH-FD-JOB    PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RH-FD-WHY    PIC X(100).

           01  WS-RH-SECTION-LINE  PIC X(132) VALUE SPACES.
           01  WS-RH-NONE-LINE     PIC X(132) VALUE '  NONE'.

           01  WS-RH-COUNT-LINE.
               05  WS-RH-COUNT-TAG PIC X(42).
               05  WS-RH-COUNT     PIC ZZZZZ9.

           PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 600-LOAD-RHPARM.
           IF WS-RH-MODE = 'Y'
              PERFORM 610-REHEARSE
              STOP RUN
           END-IF.
           PERFORM 102-ACQUIRE-LOCK.
           PERFORM 170-OPEN-LOG.
           PERFORM 175-OPEN-SUMMARY.
           PERFORM 100-LOAD-PARMS.
              PERFORM 180-LOG-START
              PERFORM UNTIL WS-ALL-DONE = 'Y'
                 PERFORM 190-DECREMENT-CYCLE
                 PERFORM 106-REFRESH-HEARTBEAT
                 PERFORM 195-CHECK-ALL-DONE
                 IF WS-ALL-DONE = 'Y'
                    AND (WS-CTL-DEFERRED-COUNT > 0
           IF WS-HOL-AVAILABLE = 'Y'
              CLOSE CD-HOL-FILE
           END-IF.
           PERFORM 108-RELEASE-LOCK.

      *    RC=0 covers BOTH the "scheduled, not due yet" case and the
      *    "nothing due and nothing active" idle-day case - neither is
           END-IF.
           STOP RUN.

      *    Takes the instance lock before any master file is opened.
      *    A held lock with a heartbeat inside the holder's stale
      *    window is a live COUNTDOWN: this run ends at once with
      *    RC=12, having opened nothing but the lock.  An older
      *    heartbeat is an abended run - reported, then taken over
      *    (its in-flight checkpoints resume as after any recycle).
      *    The lock is read back after it is written, so of two runs
      *    starting together only the one whose run id stuck goes on.
       102-ACQUIRE-LOCK.
           PERFORM 101-LOAD-LKPARM.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-LOCK-RUN-ID.
           OPEN I-O CD-LOCK-FILE.
           IF WS-LOCK-STATUS NOT = '00'
              OPEN OUTPUT CD-LOCK-FILE
              CLOSE CD-LOCK-FILE
              OPEN I-O CD-LOCK-FILE
           END-IF.
           IF WS-LOCK-STATUS NOT = '00'
              DISPLAY 'COUNTDOWN: unable to open CDLOCK, status = '
                 WS-LOCK-STATUS ' - not run'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'COUNTDOWN' TO CD-LOCK-NAME.
           READ CD-LOCK-FILE
              KEY IS CD-LOCK-NAME
              INVALID KEY
                 PERFORM 103-BUILD-LOCK-RECORD
                 MOVE SPACES TO CD-LOCK-PREV-RUN-ID
                 WRITE CD-LOCK-RECORD
                    INVALID KEY
                       MOVE 'Y' TO WS-LOCK-BUSY
                 END-WRITE
              NOT INVALID KEY
                 IF CD-LOCK-STATUS = 'L'
                    PERFORM 104-CHECK-LOCK-AGE
                 ELSE
                    MOVE SPACES TO CD-LOCK-PREV-RUN-ID
                 END-IF
                 IF WS-LOCK-BUSY = 'N'
                    PERFORM 103-BUILD-LOCK-RECORD
                    REWRITE CD-LOCK-RECORD
                 END-IF
           END-READ.
           IF WS-LOCK-BUSY = 'N'
              READ CD-LOCK-FILE
                 KEY IS CD-LOCK-NAME
                 INVALID KEY
                    MOVE 'Y' TO WS-LOCK-BUSY
                 NOT INVALID KEY
                    IF CD-LOCK-RUN-ID NOT = WS-LOCK-RUN-ID
                       MOVE 'Y' TO WS-LOCK-BUSY
                    END-IF
              END-READ
           END-IF.
           CLOSE CD-LOCK-FILE.
           IF WS-LOCK-BUSY = 'Y'
              DISPLAY 'COUNTDOWN: another execution holds the '
                 'instance lock - ended without touching any file'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-LOCK-BEAT-MINUTE.
           DISPLAY 'COUNTDOWN: instance lock taken, run id '
              WS-LOCK-RUN-ID ' (job ' WS-LOCK-JOB-NAME
              ' step ' WS-LOCK-STEP-NAME ')'.

      *    Missing or blank parameters keep the WORKING-STORAGE
      *    defaults (job COUNTDWN, step blank, 10-minute window).
       101-LOAD-LKPARM.
           OPEN INPUT CD-LKPARM-FILE.
           IF WS-LKPARM-STATUS = '00'
              READ CD-LKPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CD-LKPARM-JOB-NAME NOT = SPACES
                       MOVE CD-LKPARM-JOB-NAME TO WS-LOCK-JOB-NAME
                    END-IF
                    IF CD-LKPARM-STEP-NAME NOT = SPACES
                       MOVE CD-LKPARM-STEP-NAME TO WS-LOCK-STEP-NAME
                    END-IF
                    IF CD-LKPARM-STALE-MIN IS NUMERIC
                       AND CD-LKPARM-STALE-MIN > 0
                       MOVE CD-LKPARM-STALE-MIN TO WS-LOCK-STALE-MIN
                    END-IF
              END-READ
              CLOSE CD-LKPARM-FILE
           END-IF.
           IF WS-LOCK-STALE-MIN < 2
              MOVE 2 TO WS-LOCK-STALE-MIN
           END-IF.

       103-BUILD-LOCK-RECORD.
           MOVE 'COUNTDOWN' TO CD-LOCK-NAME.
           MOVE 'L' TO CD-LOCK-STATUS.
           MOVE WS-LOCK-RUN-ID TO CD-LOCK-RUN-ID.
           MOVE WS-LOCK-JOB-NAME TO CD-LOCK-JOB-NAME.
           MOVE WS-LOCK-STEP-NAME TO CD-LOCK-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE TO CD-LOCK-START-TS.
           MOVE CD-LOCK-START-TS TO CD-LOCK-HEARTBEAT-TS.
           MOVE WS-LOCK-STALE-MIN TO CD-LOCK-STALE-MIN.

      *    A held lock just read: live (WS-LOCK-BUSY = 'Y') when its
      *    heartbeat moved within the window its holder set, else
      *    stale - report the dead holder and note its run id on the
      *    lock this run is about to write.
       104-CHECK-LOCK-AGE.
           PERFORM 134-SET-NOW-UTC.
           MOVE WS-NOW-UTC TO WS-CNV-DATETIME.
           PERFORM 139-DATETIME-TO-MINUTES.
           MOVE WS-CNV-MINUTES TO WS-NOW-MINUTES.
           IF CD-LOCK-HEARTBEAT-TS(1:12) IS NUMERIC
              MOVE CD-LOCK-HEARTBEAT-TS TO WS-TZ-IN
              PERFORM 133-STAMP-TO-UTC
              MOVE WS-TZ-OUT TO WS-CNV-DATETIME
              PERFORM 139-DATETIME-TO-MINUTES
              COMPUTE WS-LOCK-AGE-MIN =
                 WS-NOW-MINUTES - WS-CNV-MINUTES
           ELSE
              MOVE 99999 TO WS-LOCK-AGE-MIN
           END-IF.
           IF CD-LOCK-STALE-MIN IS NOT NUMERIC
              OR CD-LOCK-STALE-MIN < 2
              MOVE WS-LOCK-STALE-MIN TO CD-LOCK-STALE-MIN
           END-IF.
           IF WS-LOCK-AGE-MIN < CD-LOCK-STALE-MIN
              MOVE 'Y' TO WS-LOCK-BUSY
              DISPLAY 'COUNTDOWN: run ' CD-LOCK-RUN-ID ' (job '
                 CD-LOCK-JOB-NAME ' step ' CD-LOCK-STEP-NAME
                 ') is live - heartbeat '
                 CD-LOCK-HEARTBEAT-TS(1:14)
           ELSE
              DISPLAY 'COUNTDOWN: *** stale instance lock from run '
                 CD-LOCK-RUN-ID ' (job ' CD-LOCK-JOB-NAME ' step '
                 CD-LOCK-STEP-NAME ') ***'
              DISPLAY 'COUNTDOWN: *** last heartbeat '
                 CD-LOCK-HEARTBEAT-TS(1:14) ', ' WS-LOCK-AGE-MIN
                 ' minute(s) ago - presumed abended, taken over ***'
              MOVE CD-LOCK-RUN-ID TO CD-LOCK-PREV-RUN-ID
           END-IF.

      *    Moves the heartbeat once per clock minute, so a long run
      *    never looks stale to CDLCHK or to a rerun.  A lock that
      *    no longer carries this run's id (taken over after this
      *    run stalled past the window) is reported, not fought over.
       106-REFRESH-HEARTBEAT.
           IF FUNCTION CURRENT-DATE(1:12) NOT = WS-LOCK-BEAT-MINUTE
              MOVE FUNCTION CURRENT-DATE(1:12) TO WS-LOCK-BEAT-MINUTE
              OPEN I-O CD-LOCK-FILE
              IF WS-LOCK-STATUS = '00'
                 MOVE 'COUNTDOWN' TO CD-LOCK-NAME
                 READ CD-LOCK-FILE
                    KEY IS CD-LOCK-NAME
                    INVALID KEY
                       DISPLAY 'COUNTDOWN: instance lock record '
                          'missing'
                    NOT INVALID KEY
                       IF CD-LOCK-RUN-ID = WS-LOCK-RUN-ID
                          MOVE FUNCTION CURRENT-DATE
                             TO CD-LOCK-HEARTBEAT-TS
                          REWRITE CD-LOCK-RECORD
                       ELSE
                          DISPLAY 'COUNTDOWN: *** instance lock now '
                             'held by run ' CD-LOCK-RUN-ID ' ***'
                       END-IF
                 END-READ
                 CLOSE CD-LOCK-FILE
              ELSE
                 DISPLAY 'COUNTDOWN: unable to open CDLOCK for the '
                    'heartbeat, status = ' WS-LOCK-STATUS
              END-IF
           END-IF.

      *    Frees the lock at the end of the run - only if it is
      *    still this run's.
       108-RELEASE-LOCK.
           OPEN I-O CD-LOCK-FILE.
           IF WS-LOCK-STATUS = '00'
              MOVE 'COUNTDOWN' TO CD-LOCK-NAME
              READ CD-LOCK-FILE
                 KEY IS CD-LOCK-NAME
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CD-LOCK-RUN-ID = WS-LOCK-RUN-ID
                       MOVE 'F' TO CD-LOCK-STATUS
                       MOVE FUNCTION CURRENT-DATE
                          TO CD-LOCK-HEARTBEAT-TS
                       REWRITE CD-LOCK-RECORD
                    END-IF
              END-READ
              CLOSE CD-LOCK-FILE
           END-IF.

       100-LOAD-PARMS.
      *    A rehearsal runs the control file's schedule only; the ad
      *    hoc parameter file belongs to the real run.
           IF WS-RH-MODE = 'N'
              OPEN INPUT CD-PARM-FILE
           END-IF.
           IF WS-PARM-STATUS = '00'
              PERFORM UNTIL WS-PARM-EOF = 'Y'
                 READ CD-PARM-FILE
           END-IF.
           MOVE 'Y' TO WS-CTL-ENTRY-DUE.
           IF CD-CTL-STATUS = 'P'
              PERFORM 134-SET-NOW-UTC
              IF CD-CTL-UNIT = 'TARGET'
                 AND CD-CTL-TARGET-DATETIME(1:8) IS NUMERIC
      *          A TARGET row counts down TO its datetime, so it is
                 END-IF
              ELSE
                 IF CD-CTL-TARGET-DATETIME NOT = SPACES
                    MOVE CD-CTL-TARGET-DATETIME TO WS-TZ-IN
                    PERFORM 133-STAMP-TO-UTC
                    IF WS-TZ-OUT > WS-NOW-UTC
                       MOVE 'N' TO WS-CTL-ENTRY-DUE
                    END-IF
                 END-IF
              END-IF
              IF WS-CTL-ENTRY-DUE = 'Y'
                 AND CD-CTL-PREREQ-EVENT NOT = SPACES
                 IF WS-RH-MODE = 'Y'
                    PERFORM 652-CHECK-SCRIPT-ARRIVAL
                 ELSE
                    PERFORM 137-CHECK-PREREQ-EVENT
                 END-IF
                 IF WS-PREQ-FOUND = 'N'
                    MOVE 'N' TO WS-CTL-ENTRY-DUE
                    ADD 1 TO WS-CTL-PREQ-WAIT-COUNT
                    IF WS-RH-MODE = 'Y'
                       PERFORM 672-NOTE-PREREQ-WAIT
                    ELSE
                       DISPLAY 'COUNTDOWN: holding ['
                          CD-CTL-JOB-NAME '] - waiting on event '
                          CD-CTL-PREREQ-EVENT
                    END-IF
                 END-IF
              END-IF
           END-IF.
                       ADD 1 TO WS-CTL-DEFERRED-COUNT
                       DISPLAY 'COUNTDOWN: deferring ['
                          WS-REJECT-JOB '] until a slot frees'
                       IF WS-RH-MODE = 'Y'
                          PERFORM 673-NOTE-DEFERRED
                       END-IF
                    END-IF
                 END-IF
              END-IF

      *    Minutes between now and the datetime in WS-CNV-DATETIME's
      *    caller field CD-CTL-TARGET-DATETIME, floored at zero once
      *    the deadline has passed.  Both ends are taken in UTC, so a
      *    deadline across a clock change is the real minutes away.
       138-COMPUTE-TARGET-REMAIN.
           MOVE CD-CTL-TARGET-DATETIME TO WS-TZ-IN.
           PERFORM 133-STAMP-TO-UTC.
           MOVE WS-TZ-OUT TO WS-CNV-DATETIME.
           PERFORM 139-DATETIME-TO-MINUTES.
           MOVE WS-CNV-MINUTES TO WS-REMAIN-MIN.
           PERFORM 134-SET-NOW-UTC.
           MOVE WS-NOW-UTC TO WS-CNV-DATETIME.
           PERFORM 139-DATETIME-TO-MINUTES.
           MOVE WS-CNV-MINUTES TO WS-NOW-MINUTES.
           SUBTRACT WS-NOW-MINUTES FROM WS-REMAIN-MIN.
              MOVE ZERO TO WS-REMAIN-MIN
           END-IF.

      *    WS-TZ-IN (a CURRENT-DATE stamp, or a bare local
      *    YYYYMMDDHHMMSS) into UTC in WS-TZ-OUT via CDTZ.
       133-STAMP-TO-UTC.
           MOVE 'U' TO WS-TZ-FUNCTION.
           CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
              WS-TZ-OFFSET, WS-TZ-FLAG.

       134-SET-NOW-UTC.
           IF WS-RH-MODE = 'Y'
              MOVE WS-RH-SIM-SEC TO WS-RH-CNV-SEC
              PERFORM 661-SECONDS-TO-UTC
              MOVE WS-RH-CNV-UTC TO WS-NOW-UTC
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-TZ-IN
              PERFORM 133-STAMP-TO-UTC
              MOVE WS-TZ-OUT TO WS-NOW-UTC
           END-IF.

      *    The stamp every event, checkpoint and summary is written
      *    with: the system clock, or in rehearsal the simulated clock
      *    turned back into local time and offset, laid out as
      *    CURRENT-DATE lays it out.
       131-SET-NOW-STAMP.
           IF WS-RH-MODE = 'Y'
              MOVE WS-RH-SIM-SEC TO WS-RH-CNV-SEC
              PERFORM 661-SECONDS-TO-UTC
              MOVE 'L' TO WS-RH-TZ-FUNCTION
              MOVE WS-RH-CNV-UTC TO WS-RH-TZ-IN
              CALL 'CDTZ' USING WS-RH-TZ-FUNCTION, WS-RH-TZ-IN,
                 WS-RH-TZ-OUT, WS-RH-TZ-OFFSET, WS-RH-TZ-FLAG
              MOVE SPACES TO WS-NOW-STAMP
              STRING WS-RH-TZ-OUT '00' WS-RH-TZ-OFFSET
                 DELIMITED BY SIZE INTO WS-NOW-STAMP
              END-STRING
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           END-IF.

      *    Converts the YYYYMMDDHHMM in WS-CNV-DATETIME into absolute
      *    minutes (into WS-CNV-MINUTES), via INTEGER-OF-DATE so
      *    month/year boundaries and midnight are handled for free -
           MOVE ZERO TO CD-LOG-START-VALUE
           MOVE ZERO TO CD-LOG-COUNTER-VALUE
           MOVE SPACES TO CD-LOG-UNIT
           PERFORM 131-SET-NOW-STAMP
           MOVE WS-NOW-STAMP TO CD-LOG-TIMESTAMP
           WRITE CD-LOG-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-RH-MODE = 'Y'
              PERFORM 674-NOTE-REJECT
           END-IF
           PERFORM 118-WRITE-REJECT-SUMMARY.

      *    A reject never runs, but the trend report counts rejects
           MOVE WS-REJECT-JOB TO CD-SUM-JOB-NAME.
           MOVE SPACES TO CD-SUM-LABEL.
           MOVE 'REJECT' TO CD-SUM-OUTCOME.
           PERFORM 131-SET-NOW-STAMP.
           MOVE WS-NOW-STAMP TO CD-SUM-START-TIMESTAMP.
           MOVE CD-SUM-START-TIMESTAMP TO CD-SUM-FINISH-TIMESTAMP.
           MOVE ZERO TO CD-SUM-START-VALUE.
           MOVE SPACES TO CD-SUM-UNIT.
      *    decrement on their own schedule instead of both advancing
      *    once per shared cycle wait (req 007).
       190-DECREMENT-CYCLE.
           IF WS-RH-MODE = 'Y'
              PERFORM 650-APPLY-DUE-SCRIPT
           ELSE
              PERFORM 184-POLL-OPERATOR-CMDS
           END-IF.
           PERFORM 182-CHECK-PACING-NEEDED.
           PERFORM 185-PACE-DECREMENT.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                             FROM WS-CD-ACCUM-SEC(CD-IDX)
                          PERFORM 186-DECREMENT-ONE-ENTRY
                       END-IF
                       PERFORM 192-CATCH-UP-DECREMENT
                          UNTIL WS-CD-DONE-FLAG(CD-IDX) = 'Y'
                             OR WS-CD-WAIT-SEC(CD-IDX) = 0
                             OR WS-CD-ACCUM-SEC(CD-IDX)
                                < WS-CD-WAIT-SEC(CD-IDX)
                       IF WS-RH-MODE = 'Y'
                          AND WS-CD-WAIT-SEC(CD-IDX) = 0
                          MOVE 1 TO WS-RH-CYC-STEP
                          PERFORM 193-CATCH-UP-CYCLES
                             UNTIL WS-CD-DONE-FLAG(CD-IDX) = 'Y'
                                OR WS-RH-CYC-STEP >= WS-WAIT-SECONDS
                       END-IF
                    END-IF
                 END-IF
              END-IF
                 AND (WS-CD-WAIT-SEC(CD-IDX) > 0
                    OR WS-CD-HELD-FLAG(CD-IDX) = 'Y'
                    OR WS-CD-UNIT(CD-IDX) = 'TARGET')
                 IF WS-RH-MODE = 'Y'
                    MOVE WS-RH-FACTOR TO WS-WAIT-SECONDS
                 ELSE
                    MOVE WS-SLEEP-SECONDS TO WS-WAIT-SECONDS
                 END-IF
              END-IF
           END-PERFORM.

      *    In rehearsal the one-second sleep stands for WS-RH-FACTOR
      *    simulated seconds.  An unpaced (CYCLES-only) tick takes no
      *    time, as on the real clock; 655-REHEARSE-ONE-STEP moves the
      *    clock on when such a wave finishes, so a chain that loops
      *    cannot spin a rehearsal forever at one instant.
       185-PACE-DECREMENT.
           IF WS-WAIT-SECONDS > 0
              CALL 'C$SLEEP' USING WS-SLEEP-SECONDS
           END-IF.
           IF WS-RH-MODE = 'Y'
              ADD WS-WAIT-SECONDS TO WS-RH-SIM-SEC
           END-IF.

      *    One tick worth more than one step of an entry's pacing - a
      *    rehearsal's sped-up clock - takes the further steps here,
      *    so a SECONDS countdown keeps its real length in simulated
      *    time.  On the real clock a tick never holds a second step.
       192-CATCH-UP-DECREMENT.
           SUBTRACT WS-CD-WAIT-SEC(CD-IDX) FROM WS-CD-ACCUM-SEC(CD-IDX).
           PERFORM 186-DECREMENT-ONE-ENTRY.

      *    A CYCLES entry steps once per cycle, and on the real clock a
      *    cycle beside paced work is the one-second tick; in rehearsal
      *    that tick is WS-WAIT-SECONDS simulated seconds, so the entry
      *    takes that many steps, the same way 192 catches up a paced
      *    unit.
       193-CATCH-UP-CYCLES.
           ADD 1 TO WS-RH-CYC-STEP.
           PERFORM 186-DECREMENT-ONE-ENTRY.

      *    Re-reads CD-CMD-FILE from the top each cycle (the operator
      *    appends commands while we run); the first WS-CMD-SEEN-COUNT
                    NOT AT END
                       ADD 1 TO WS-CMD-READ-COUNT
                       IF WS-CMD-READ-COUNT > WS-CMD-SEEN-COUNT
                          MOVE CD-CMD-ACTION TO WS-CMD-ACTION
                          MOVE CD-CMD-JOB-NAME TO WS-CMD-JOB
                          PERFORM 187-APPLY-ONE-COMMAND
                       END-IF
                 END-READ
           MOVE 'N' TO WS-CMD-MATCHED.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                 UNTIL CD-IDX > WS-CD-COUNT
              IF WS-CD-JOB-NAME(CD-IDX) = WS-CMD-JOB
                 MOVE 'Y' TO WS-CMD-MATCHED
                 EVALUATE WS-CMD-ACTION
                    WHEN 'HOLD'
                       IF WS-CD-DONE-FLAG(CD-IDX) = 'N'
                          AND WS-CD-HELD-FLAG(CD-IDX) = 'N'
                       END-IF
                    WHEN OTHER
                       DISPLAY 'COUNTDOWN: unknown operator command "'
                          WS-CMD-ACTION '" for job '
                          WS-CMD-JOB
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *    operator needs to know the command hit nothing while the
      *    wrong countdown keeps running.
           IF WS-CMD-MATCHED = 'N'
              DISPLAY 'COUNTDOWN: operator command ' WS-CMD-ACTION
                 ' ignored - no such in-flight job: '
                 WS-CMD-JOB
              IF WS-RH-MODE = 'Y'
                 PERFORM 679-NOTE-CMD-IGNORED
              END-IF
           END-IF.

      *    An operator CANCEL finalizes just this entry: its
           MOVE WS-CD-JOB-NAME(CD-IDX) TO CD-CKPT-JOB-NAME
           MOVE WS-CD-COUNTER(CD-IDX) TO CD-CKPT-COUNTER
           MOVE 'C' TO CD-CKPT-STATUS
           PERFORM 131-SET-NOW-STAMP
           MOVE WS-NOW-STAMP TO CD-CKPT-TIMESTAMP
           REWRITE CD-CKPT-RECORD
              INVALID KEY
                 WRITE CD-CKPT-RECORD
      *    re-converges on the deadline the moment the entry moves
      *    again, instead of finishing late by the interruption.
       191-CHECK-TARGET-ENTRY.
           MOVE WS-CD-TARGET-DT(CD-IDX) TO WS-TZ-IN.
           PERFORM 133-STAMP-TO-UTC.
           MOVE WS-TZ-OUT TO WS-CNV-DATETIME.
           PERFORM 139-DATETIME-TO-MINUTES.
           MOVE WS-CNV-MINUTES TO WS-REMAIN-MIN.
           PERFORM 134-SET-NOW-UTC.
           MOVE WS-NOW-UTC TO WS-CNV-DATETIME.
           PERFORM 139-DATETIME-TO-MINUTES.
           SUBTRACT WS-CNV-MINUTES FROM WS-REMAIN-MIN.
           IF WS-REMAIN-MIN < 0
           PERFORM 230-WRITE-LOG-RECORD
           IF WS-CD-DONE-FLAG(CD-IDX) = 'Y'
              AND WS-CD-ALERT-FLAG(CD-IDX) = 'Y'
              IF WS-RH-MODE = 'Y'
                 PERFORM 675-NOTE-WOULD-PAGE
              ELSE
                 CALL 'CDALERT' USING WS-CD-JOB-NAME(CD-IDX),
                    WS-CD-LABEL(CD-IDX), WS-ALERT-STATUS,
                    WS-ALERT-CONTACT
              END-IF
           END-IF
           IF WS-CD-DONE-FLAG(CD-IDX) = 'Y'
              IF WS-RH-MODE = 'Y'
                 PERFORM 676-NOTE-WOULD-FEED
              ELSE
                 CALL 'CDFEED' USING WS-CD-JOB-NAME(CD-IDX),
                    WS-CD-LABEL(CD-IDX), WS-CD-START-VALUE(CD-IDX),
                    WS-CD-UNIT(CD-IDX), WS-FEED-STATUS
              END-IF
           END-IF
           IF WS-CD-DONE-FLAG(CD-IDX) = 'Y'
              AND WS-CD-SOURCE(CD-IDX) = 'C'
      *             minus planned length) decides when it activates;
      *             only the other units are pulled forward.
                    IF CD-CTL-UNIT NOT = 'TARGET'
                       PERFORM 131-SET-NOW-STAMP
                       MOVE WS-NOW-STAMP(1:14)
                          TO CD-CTL-TARGET-DATETIME
                       REWRITE CD-CTL-RECORD
                          INVALID KEY
                       WS-CD-JOB-NAME(CD-IDX)
                       '] finish released successor ['
                       WS-SUCCESSOR-JOB ']'
                    IF WS-RH-MODE = 'Y'
                       PERFORM 677-NOTE-RELEASE
                    END-IF
                 END-IF
           END-READ.

           END-IF.
           COMPUTE WS-NEXT-DAYNO =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-YYYYMMDD).
           PERFORM 134-SET-NOW-UTC.
           MOVE CD-CTL-TARGET-DATETIME TO WS-NEXT-TARGET.
           MOVE WS-NEXT-TARGET TO WS-TZ-IN.
           PERFORM 133-STAMP-TO-UTC.
           MOVE WS-TZ-OUT TO WS-NEXT-UTC.
           PERFORM 244-ADVANCE-ONE-PERIOD
              UNTIL WS-NEXT-UTC > WS-NOW-UTC.
           MOVE WS-NEXT-TARGET TO CD-CTL-TARGET-DATETIME.
           MOVE 'P' TO CD-CTL-STATUS.
      *    The stored target keeps the local wall-clock time of day.
      *    One that lands in the hour the clocks skip runs that far
      *    past the change; one in the repeated hour runs once, at
      *    its first occurrence.  Either way the desk is told.
           IF WS-TZ-FLAG = 'G'
              DISPLAY 'COUNTDOWN: [' CD-CTL-JOB-NAME '] next '
                 WS-NEXT-TARGET ' falls in the skipped hour - runs'
                 ' at the same minute after the clock change'
           END-IF.
           IF WS-TZ-FLAG = 'R'
              DISPLAY 'COUNTDOWN: [' CD-CTL-JOB-NAME '] next '
                 WS-NEXT-TARGET ' falls in the repeated hour - runs'
                 ' once, at its first occurrence'
           END-IF.
           IF WS-RH-MODE = 'Y'
              PERFORM 678-NOTE-RESCHEDULE
           END-IF.

       244-ADVANCE-ONE-PERIOD.
           EVALUATE CD-CTL-FREQUENCY
                 PERFORM 247-ADVANCE-ONE-MONTH
           END-EVALUATE
           MOVE WS-NEXT-YYYYMMDD TO WS-NEXT-TARGET(1:8)
           MOVE CD-CTL-TARGET-DATETIME(9:6) TO WS-NEXT-TARGET(9:6)
           MOVE WS-NEXT-TARGET TO WS-TZ-IN
           PERFORM 133-STAMP-TO-UTC
           MOVE WS-TZ-OUT TO WS-NEXT-UTC.

      *    A 'B' row's next occurrence must land on a processing day:
      *    not a Saturday or Sunday, and not on the site holiday
           ELSE
              MOVE 'A' TO CD-CKPT-STATUS
           END-IF
           PERFORM 131-SET-NOW-STAMP
           MOVE WS-NOW-STAMP TO CD-CKPT-TIMESTAMP
           REWRITE CD-CKPT-RECORD
              INVALID KEY
                 WRITE CD-CKPT-RECORD
           MOVE WS-CD-JOB-NAME(CD-IDX) TO CD-CKPT-JOB-NAME
           MOVE 0 TO CD-CKPT-COUNTER
           MOVE 'C' TO CD-CKPT-STATUS
           PERFORM 131-SET-NOW-STAMP
           MOVE WS-NOW-STAMP TO CD-CKPT-TIMESTAMP
           REWRITE CD-CKPT-RECORD
              INVALID KEY
                 WRITE CD-CKPT-RECORD
      *    partition holds no START (purged away) so the summary is
      *    still usable.
       181-FIND-RUN-START.
           PERFORM 131-SET-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-RUN-START-TS.
           MOVE ZERO TO WS-RUN-RESUME-CT.
           MOVE 'N' TO WS-RUN-SCAN-DONE.
           MOVE WS-CD-JOB-NAME(CD-IDX) TO CD-LOG-JOB-NAME.
           MOVE WS-CD-START-VALUE(CD-IDX) TO CD-LOG-START-VALUE
           MOVE WS-CD-COUNTER(CD-IDX) TO CD-LOG-COUNTER-VALUE
           MOVE WS-CD-UNIT(CD-IDX) TO CD-LOG-UNIT
           PERFORM 131-SET-NOW-STAMP
           MOVE WS-NOW-STAMP TO CD-LOG-TIMESTAMP
           WRITE CD-LOG-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-RH-MODE = 'Y'
              AND CD-LOG-EVENT-TYPE NOT = 'DECR'
              PERFORM 671-NOTE-LOG-EVENT
           END-IF.

      *    One record per run for the reporting jobs' arithmetic.
      *    Caller sets CD-SUM-OUTCOME; elapsed runs from the entry's
           MOVE WS-CD-JOB-NAME(CD-IDX) TO CD-SUM-JOB-NAME.
           MOVE WS-CD-LABEL(CD-IDX) TO CD-SUM-LABEL.
           MOVE WS-CD-START-TS(CD-IDX) TO CD-SUM-START-TIMESTAMP.
           PERFORM 131-SET-NOW-STAMP.
           MOVE WS-NOW-STAMP TO CD-SUM-FINISH-TIMESTAMP.
           MOVE WS-CD-START-VALUE(CD-IDX) TO CD-SUM-START-VALUE.
           MOVE WS-CD-UNIT(CD-IDX) TO CD-SUM-UNIT.
           MOVE WS-CD-RESUME-CT(CD-IDX) TO CD-SUM-RESUME-COUNT.
           MOVE ZERO TO CD-SUM-ELAPSED-SEC.
           IF CD-SUM-START-TIMESTAMP(1:8) IS NUMERIC
      *       Both ends in UTC from their own offsets, so a run across
      *       a clock change is not an hour long or an hour short.
              MOVE CD-SUM-START-TIMESTAMP TO WS-TZ-IN
              PERFORM 133-STAMP-TO-UTC
              MOVE WS-TZ-OUT TO WS-SUM-START-UTC
              MOVE CD-SUM-FINISH-TIMESTAMP TO WS-TZ-IN
              PERFORM 133-STAMP-TO-UTC
              MOVE WS-TZ-OUT TO WS-SUM-FIN-UTC
              MOVE WS-SUM-START-UTC(1:8) TO WS-SUM-START-YYYYMMDD
              MOVE WS-SUM-FIN-UTC(1:8) TO WS-SUM-FIN-YYYYMMDD
              COMPUTE WS-SUM-START-SEC =
                 (FUNCTION NUMVAL(WS-SUM-START-UTC(9:2)) * 3600)
                 + (FUNCTION NUMVAL(WS-SUM-START-UTC(11:2)) * 60)
                 + FUNCTION NUMVAL(WS-SUM-START-UTC(13:2))
              COMPUTE WS-SUM-FIN-SEC =
                 (FUNCTION NUMVAL(WS-SUM-FIN-UTC(9:2)) * 3600)
                 + (FUNCTION NUMVAL(WS-SUM-FIN-UTC(11:2)) * 60)
                 + FUNCTION NUMVAL(WS-SUM-FIN-UTC(13:2))
              COMPUTE WS-SUM-DAY-DIFF =
                 FUNCTION INTEGER-OF-DATE(WS-SUM-FIN-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-SUM-START-YYYYMMDD)
              END-IF
           END-IF.
           WRITE CD-SUM-RECORD.

      *    A record on CD-RHPARM-FILE puts the run into rehearsal; no
      *    file, or an empty one, is an ordinary production run.
       600-LOAD-RHPARM.
           OPEN INPUT CD-RHPARM-FILE.
           IF WS-RHPARM-STATUS = '00'
              READ CD-RHPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'Y' TO WS-RH-MODE
                    IF CD-RHPARM-FACTOR IS NUMERIC
                       AND CD-RHPARM-FACTOR > 0
                       MOVE CD-RHPARM-FACTOR TO WS-RH-FACTOR
                    END-IF
                    IF CD-RHPARM-SIM-HOURS IS NUMERIC
                       AND CD-RHPARM-SIM-HOURS > 0
                       MOVE CD-RHPARM-SIM-HOURS TO WS-RH-HOURS
                    END-IF
                    MOVE CD-RHPARM-SIM-START TO WS-RH-START-LOCAL
              END-READ
              CLOSE CD-RHPARM-FILE
           END-IF.

      *    The rehearsal: the same load, wave, decrement, completion
      *    and chain paragraphs as a production night, driven by the
      *    simulated clock.  While countdowns are in flight each tick
      *    is one real second and WS-RH-FACTOR simulated ones; while
      *    nothing is in flight the clock steps a simulated minute at
      *    a time and the control file is rescanned, as the
      *    scheduler's next COUNTDOWN submission would rescan it.
       610-REHEARSE.
           PERFORM 615-CHECK-SHADOW-FILES.
           IF WS-RH-SHADOW-OK = 'N'
              DISPLAY 'COUNTDOWN: rehearsal refused - run CDRHSET and '
                 'point the rehearsal step at its shadow files'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-RH-START-LOCAL IS NUMERIC
              MOVE WS-RH-START-LOCAL TO WS-TZ-IN
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-TZ-IN
           END-IF.
           PERFORM 133-STAMP-TO-UTC.
           MOVE WS-TZ-OUT TO WS-RH-CNV-UTC.
           PERFORM 660-UTC-TO-SECONDS.
           MOVE WS-RH-CNV-SEC TO WS-RH-SIM-SEC.
           MOVE WS-RH-CNV-SEC TO WS-RH-START-SEC.
           COMPUTE WS-RH-END-SEC =
              WS-RH-START-SEC + (WS-RH-HOURS * 3600).
           PERFORM 620-LOAD-SCRIPT.
           PERFORM 630-SNAPSHOT-CONTROL.
           OPEN OUTPUT CD-RH-RPT.
           PERFORM 640-WRITE-RH-TITLE.
           DISPLAY 'COUNTDOWN: rehearsal from ' WS-RH-T-START
              ' for ' WS-RH-HOURS ' hour(s), factor ' WS-RH-FACTOR.
           PERFORM 170-OPEN-LOG.
           PERFORM 175-OPEN-SUMMARY.
           PERFORM 150-OPEN-CHECKPOINT.
           PERFORM 650-APPLY-DUE-SCRIPT.
           PERFORM 100-LOAD-PARMS.
           IF WS-CD-COUNT > 0
              PERFORM 160-RESUME-CHECKPOINT
              PERFORM 180-LOG-START
           ELSE
              MOVE 'Y' TO WS-ALL-DONE
           END-IF.
           PERFORM 655-REHEARSE-ONE-STEP
              UNTIL WS-RH-SIM-SEC >= WS-RH-END-SEC.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                 UNTIL CD-IDX > WS-CD-COUNT
              IF WS-CD-DONE-FLAG(CD-IDX) = 'N'
                 PERFORM 657-NOTE-STILL-RUNNING
              END-IF
           END-PERFORM.
           CLOSE CD-CKPT-FILE.
           CLOSE CD-LOG-FILE.
           CLOSE CD-SUM-FILE.
           CLOSE CD-CTL-FILE.
           IF WS-HOL-AVAILABLE = 'Y'
              CLOSE CD-HOL-FILE
           END-IF.
           PERFORM 680-REPORT-LOOPS.
           PERFORM 685-REPORT-UNRELEASED.
           PERFORM 690-REPORT-NEVER-DUE.
           PERFORM 695-REPORT-TOTALS.
           CLOSE CD-RH-RPT.
           DISPLAY 'COUNTDOWN: rehearsal complete - '
              WS-RH-LOOP-COUNT ' loop(s), '
              WS-RH-UNREL-COUNT ' successor(s) never released, '
              WS-RH-NOTDUE-COUNT ' row(s) never due'.
           IF WS-RH-LOOP-COUNT > 0
              OR WS-RH-UNREL-COUNT > 0
              OR WS-RH-NOTDUE-COUNT > 0
              OR WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

      *    Every file a rehearsal writes must start with the marker
      *    record CDRHSET lays down, or nothing is opened for output:
      *    a step pointed at a production dataset by mistake stops
      *    here, untouched.
       615-CHECK-SHADOW-FILES.
           MOVE SPACES TO WS-RH-FIRST-KEY.
           OPEN INPUT CD-CTL-FILE.
           IF WS-CTL-STATUS = '00'
              READ CD-CTL-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CD-CTL-JOB-NAME TO WS-RH-FIRST-KEY
              END-READ
              CLOSE CD-CTL-FILE
           END-IF.
           IF WS-RH-FIRST-KEY NOT = WS-RH-MARKER
              MOVE 'N' TO WS-RH-SHADOW-OK
              DISPLAY 'COUNTDOWN: CDCONTROL is not a rehearsal shadow'
           END-IF.
           MOVE SPACES TO WS-RH-FIRST-KEY.
           OPEN INPUT CD-CKPT-FILE.
           IF WS-CKPT-STATUS = '00'
              READ CD-CKPT-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CD-CKPT-JOB-NAME TO WS-RH-FIRST-KEY
              END-READ
              CLOSE CD-CKPT-FILE
           END-IF.
           IF WS-RH-FIRST-KEY NOT = WS-RH-MARKER
              MOVE 'N' TO WS-RH-SHADOW-OK
              DISPLAY 'COUNTDOWN: CDCKPT is not a rehearsal shadow'
           END-IF.
           MOVE SPACES TO WS-RH-FIRST-KEY.
           OPEN INPUT CD-LOG-FILE.
           IF WS-LOG-STATUS = '00'
              READ CD-LOG-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CD-LOG-JOB-NAME TO WS-RH-FIRST-KEY
              END-READ
              CLOSE CD-LOG-FILE
           END-IF.
           IF WS-RH-FIRST-KEY NOT = WS-RH-MARKER
              MOVE 'N' TO WS-RH-SHADOW-OK
              DISPLAY 'COUNTDOWN: CDLOG is not a rehearsal shadow'
           END-IF.
           MOVE SPACES TO WS-RH-FIRST-KEY.
           OPEN INPUT CD-SUM-FILE.
           IF WS-SUM-STATUS = '00'
              READ CD-SUM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CD-SUM-JOB-NAME TO WS-RH-FIRST-KEY
              END-READ
              CLOSE CD-SUM-FILE
           END-IF.
           IF WS-RH-FIRST-KEY NOT = WS-RH-MARKER
              MOVE 'N' TO WS-RH-SHADOW-OK
              DISPLAY 'COUNTDOWN: CDSUMRY is not a rehearsal shadow'
           END-IF.

      *    The script is read once and held in simulated-time order.
      *    A record with an unreadable time or an unknown type is
      *    reported and left out.
       620-LOAD-SCRIPT.
           OPEN INPUT CD-RHSCR-FILE.
           IF WS-RHSCR-STATUS = '00'
              PERFORM UNTIL WS-RHSCR-EOF = 'Y'
                 READ CD-RHSCR-FILE
                    AT END
                       MOVE 'Y' TO WS-RHSCR-EOF
                    NOT AT END
                       PERFORM 621-ADD-SCRIPT-ENTRY
                 END-READ
              END-PERFORM
              CLOSE CD-RHSCR-FILE
           END-IF.

       621-ADD-SCRIPT-ENTRY.
           IF CD-RHSCR-SIM-TIME IS NOT NUMERIC
              OR (CD-RHSCR-TYPE NOT = 'A' AND CD-RHSCR-TYPE NOT = 'C')
              OR WS-RH-SCR-COUNT NOT < WS-RH-SCR-MAX
              ADD 1 TO WS-RH-SCR-BAD
              DISPLAY 'COUNTDOWN: rehearsal script record ignored: '
                 CD-RHSCR-RECORD
           ELSE
              MOVE CD-RHSCR-SIM-TIME TO WS-TZ-IN
              PERFORM 133-STAMP-TO-UTC
              MOVE WS-TZ-OUT TO WS-RH-CNV-UTC
              PERFORM 660-UTC-TO-SECONDS
              ADD 1 TO WS-RH-SCR-COUNT
              MOVE WS-RH-SCR-COUNT TO WS-RH-SCR-POS
              MOVE 'N' TO WS-RH-SCR-PLACED
              PERFORM 622-MAKE-SCRIPT-ROOM
                 UNTIL WS-RH-SCR-PLACED = 'Y'
              MOVE WS-RH-CNV-SEC TO WS-RH-SCR-SEC(WS-RH-SCR-POS)
              MOVE CD-RHSCR-TYPE TO WS-RH-SCR-TYPE(WS-RH-SCR-POS)
              MOVE CD-RHSCR-EVENT-NAME
                 TO WS-RH-SCR-EVENT(WS-RH-SCR-POS)
              MOVE CD-RHSCR-ACTION TO WS-RH-SCR-ACTION(WS-RH-SCR-POS)
              MOVE CD-RHSCR-JOB-NAME TO WS-RH-SCR-JOB(WS-RH-SCR-POS)
           END-IF.

      *    Moves a later-timed entry up one place; stops at the first
      *    entry timed no later than the new one.
       622-MAKE-SCRIPT-ROOM.
           IF WS-RH-SCR-POS = 1
              MOVE 'Y' TO WS-RH-SCR-PLACED
           ELSE
              IF WS-RH-SCR-SEC(WS-RH-SCR-POS - 1) > WS-RH-CNV-SEC
                 MOVE WS-RH-SCR-ENTRY(WS-RH-SCR-POS - 1)
                    TO WS-RH-SCR-ENTRY(WS-RH-SCR-POS)
                 SUBTRACT 1 FROM WS-RH-SCR-POS
              ELSE
                 MOVE 'Y' TO WS-RH-SCR-PLACED
              END-IF
           END-IF.

      *    The control rows as they stand before the rehearsal moves
      *    anything, for the findings at the end.
       630-SNAPSHOT-CONTROL.
           OPEN INPUT CD-CTL-FILE.
           MOVE 'N' TO WS-CTL-EOF.
           PERFORM UNTIL WS-CTL-EOF = 'Y'
              READ CD-CTL-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-CTL-EOF
                 NOT AT END
                    IF CD-CTL-JOB-NAME NOT = WS-RH-MARKER
                       AND WS-RH-ROW-COUNT < WS-RH-ROW-MAX
                       PERFORM 631-ADD-SNAPSHOT-ROW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CD-CTL-FILE.
           MOVE 'N' TO WS-CTL-EOF.

       631-ADD-SNAPSHOT-ROW.
           ADD 1 TO WS-RH-ROW-COUNT.
           MOVE WS-RH-ROW-COUNT TO WS-RH-ROW.
           MOVE CD-CTL-JOB-NAME TO WS-RH-R-JOB(WS-RH-ROW).
           MOVE CD-CTL-STATUS TO WS-RH-R-STATUS(WS-RH-ROW).
           MOVE CD-CTL-UNIT TO WS-RH-R-UNIT(WS-RH-ROW).
           IF CD-CTL-START-VALUE IS NUMERIC
              MOVE CD-CTL-START-VALUE TO WS-RH-R-START-VALUE(WS-RH-ROW)
           ELSE
              MOVE ZERO TO WS-RH-R-START-VALUE(WS-RH-ROW)
           END-IF.
           MOVE CD-CTL-TARGET-DATETIME TO WS-RH-R-TARGET(WS-RH-ROW).
           MOVE CD-CTL-PREREQ-EVENT TO WS-RH-R-PREREQ(WS-RH-ROW).
           MOVE CD-CTL-SUCCESSOR-JOB TO WS-RH-R-SUCCESSOR(WS-RH-ROW).
           MOVE 'N' TO WS-RH-R-STARTED(WS-RH-ROW).
           MOVE 'N' TO WS-RH-R-FINISHED(WS-RH-ROW).
           MOVE 'N' TO WS-RH-R-CANCELLED(WS-RH-ROW).
           MOVE 'N' TO WS-RH-R-REJECTED(WS-RH-ROW).
           MOVE 'N' TO WS-RH-R-RELEASED(WS-RH-ROW).
           MOVE 'N' TO WS-RH-R-WAIT-SEEN(WS-RH-ROW).
           MOVE 'N' TO WS-RH-R-DEFER-SEEN(WS-RH-ROW).

       640-WRITE-RH-TITLE.
           PERFORM 131-SET-NOW-STAMP.
           MOVE WS-NOW-STAMP(1:14) TO WS-RH-FMT-IN.
           PERFORM 665-FORMAT-STAMP.
           MOVE WS-RH-FMT-TEXT TO WS-RH-T-START.
           MOVE WS-RH-HOURS TO WS-RH-T-HOURS.
           MOVE WS-RH-FACTOR TO WS-RH-T-FACTOR.
           MOVE WS-RH-TITLE-1 TO CD-RH-RPT-LINE.
           WRITE CD-RH-RPT-LINE.
           MOVE WS-RH-TITLE-2 TO CD-RH-RPT-LINE.
           WRITE CD-RH-RPT-LINE.
           MOVE 'TIMELINE' TO WS-RH-SECTION-LINE.
           PERFORM 698-WRITE-SECTION.
           MOVE WS-RH-HEADING-1 TO CD-RH-RPT-LINE.
           WRITE CD-RH-RPT-LINE.

      *    Applies every script entry whose simulated time has come:
      *    an arrival joins the events delivered so far, a command
      *    goes through 187-APPLY-ONE-COMMAND exactly as if it had
      *    been appended to CD-CMD-FILE.
       650-APPLY-DUE-SCRIPT.
           PERFORM 653-CHECK-NEXT-SCRIPT.
           PERFORM UNTIL WS-RH-SCR-DUE = 'N'
              PERFORM 651-APPLY-ONE-SCRIPT-ENTRY
              ADD 1 TO WS-RH-SCR-NEXT
              PERFORM 653-CHECK-NEXT-SCRIPT
           END-PERFORM.

       651-APPLY-ONE-SCRIPT-ENTRY.
           IF WS-RH-SCR-TYPE(WS-RH-SCR-NEXT) = 'A'
              IF WS-RH-ARR-COUNT < WS-RH-ARR-MAX
                 ADD 1 TO WS-RH-ARR-COUNT
                 MOVE WS-RH-SCR-EVENT(WS-RH-SCR-NEXT)
                    TO WS-RH-ARR-EVENT(WS-RH-ARR-COUNT)
              END-IF
              MOVE SPACES TO WS-RH-TL-JOB
              MOVE 'ARRIVAL' TO WS-RH-TL-EVENT
              MOVE WS-RH-SCR-EVENT(WS-RH-SCR-NEXT) TO WS-RH-TL-DETAIL
              PERFORM 670-WRITE-TIMELINE
           ELSE
              MOVE WS-RH-SCR-JOB(WS-RH-SCR-NEXT) TO WS-RH-TL-JOB
              MOVE 'COMMAND' TO WS-RH-TL-EVENT
              MOVE WS-RH-SCR-ACTION(WS-RH-SCR-NEXT) TO WS-RH-TL-DETAIL
              PERFORM 670-WRITE-TIMELINE
              MOVE WS-RH-SCR-ACTION(WS-RH-SCR-NEXT) TO WS-CMD-ACTION
              MOVE WS-RH-SCR-JOB(WS-RH-SCR-NEXT) TO WS-CMD-JOB
              PERFORM 187-APPLY-ONE-COMMAND
           END-IF.

      *    Stands in for 137-CHECK-PREREQ-EVENT: the event counts as
      *    arrived once the script has delivered it.
       652-CHECK-SCRIPT-ARRIVAL.
           MOVE CD-CTL-PREREQ-EVENT TO WS-RH-LOOK-EVENT.
           PERFORM 654-CHECK-ARRIVED.
           MOVE WS-RH-ARRIVED TO WS-PREQ-FOUND.

       653-CHECK-NEXT-SCRIPT.
           MOVE 'N' TO WS-RH-SCR-DUE.
           IF WS-RH-SCR-NEXT NOT > WS-RH-SCR-COUNT
              IF WS-RH-SCR-SEC(WS-RH-SCR-NEXT) NOT > WS-RH-SIM-SEC
                 MOVE 'Y' TO WS-RH-SCR-DUE
              END-IF
           END-IF.

       654-CHECK-ARRIVED.
           MOVE 'N' TO WS-RH-ARRIVED.
           PERFORM VARYING WS-RH-ARR-SUB FROM 1 BY 1
                 UNTIL WS-RH-ARR-SUB > WS-RH-ARR-COUNT
              IF WS-RH-ARR-EVENT(WS-RH-ARR-SUB) = WS-RH-LOOK-EVENT
                 MOVE 'Y' TO WS-RH-ARRIVED
              END-IF
           END-PERFORM.

      *    A wave with no paced work runs in no simulated time, as
      *    it would on the real clock; when one finishes the clock
      *    steps the idle minute before the next wave is loaded.
       655-REHEARSE-ONE-STEP.
           IF WS-ALL-DONE = 'N'
              PERFORM 190-DECREMENT-CYCLE
              PERFORM 195-CHECK-ALL-DONE
              IF WS-ALL-DONE = 'Y'
                 IF WS-WAIT-SECONDS = 0
                    ADD 60 TO WS-RH-SIM-SEC
                 END-IF
                 PERFORM 145-LOAD-NEXT-WAVE
              END-IF
           ELSE
              ADD 60 TO WS-RH-SIM-SEC
              PERFORM 650-APPLY-DUE-SCRIPT
              PERFORM 145-LOAD-NEXT-WAVE
           END-IF.

       657-NOTE-STILL-RUNNING.
           ADD 1 TO WS-RH-RUNNING-COUNT.
           MOVE WS-CD-JOB-NAME(CD-IDX) TO WS-RH-TL-JOB.
           MOVE 'STILL ACTIVE' TO WS-RH-TL-EVENT.
           MOVE WS-CD-COUNTER(CD-IDX) TO WS-RH-EDIT-COUNT.
           MOVE SPACES TO WS-RH-TL-DETAIL.
           IF WS-CD-HELD-FLAG(CD-IDX) = 'Y'
              STRING 'on hold at ' WS-RH-EDIT-COUNT ' '
                 WS-CD-UNIT(CD-IDX) ' when the rehearsal ended'
                 DELIMITED BY SIZE INTO WS-RH-TL-DETAIL
              END-STRING
           ELSE
              STRING 'at ' WS-RH-EDIT-COUNT ' '
                 WS-CD-UNIT(CD-IDX) ' when the rehearsal ended'
                 DELIMITED BY SIZE INTO WS-RH-TL-DETAIL
              END-STRING
           END-IF.
           PERFORM 670-WRITE-TIMELINE.

      *    Simulated-clock arithmetic: UTC YYYYMMDDHHMMSS in
      *    WS-RH-CNV-UTC to absolute seconds in WS-RH-CNV-SEC, and
      *    back.
       660-UTC-TO-SECONDS.
           MOVE WS-RH-CNV-UTC(1:8) TO WS-RH-CNV-YYYYMMDD.
           COMPUTE WS-RH-CNV-SEC =
              (FUNCTION INTEGER-OF-DATE(WS-RH-CNV-YYYYMMDD) * 86400)
              + (FUNCTION NUMVAL(WS-RH-CNV-UTC(9:2)) * 3600)
              + (FUNCTION NUMVAL(WS-RH-CNV-UTC(11:2)) * 60)
              + FUNCTION NUMVAL(WS-RH-CNV-UTC(13:2)).

       661-SECONDS-TO-UTC.
           DIVIDE WS-RH-CNV-SEC BY 86400 GIVING WS-RH-CNV-DAYNO
              REMAINDER WS-RH-CNV-DAYSEC.
           COMPUTE WS-RH-CNV-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-RH-CNV-DAYNO).
           DIVIDE WS-RH-CNV-DAYSEC BY 3600 GIVING WS-RH-CNV-HH
              REMAINDER WS-RH-CNV-REM.
           DIVIDE WS-RH-CNV-REM BY 60 GIVING WS-RH-CNV-MI
              REMAINDER WS-RH-CNV-SS.
           MOVE WS-RH-CNV-YYYYMMDD TO WS-RH-CNV-UTC(1:8).
           MOVE WS-RH-CNV-HH TO WS-RH-CNV-UTC(9:2).
           MOVE WS-RH-CNV-MI TO WS-RH-CNV-UTC(11:2).
           MOVE WS-RH-CNV-SS TO WS-RH-CNV-UTC(13:2).

      *    Sets WS-RH-LOOK-ROW to the snapshot row for WS-RH-LOOK-JOB,
      *    zero when the control file had no such row.
       662-FIND-ROW.
           MOVE ZERO TO WS-RH-LOOK-ROW.
           PERFORM VARYING WS-RH-ROW-2 FROM 1 BY 1
                 UNTIL WS-RH-ROW-2 > WS-RH-ROW-COUNT
                    OR WS-RH-LOOK-ROW > 0
              IF WS-RH-R-JOB(WS-RH-ROW-2) = WS-RH-LOOK-JOB
                 MOVE WS-RH-ROW-2 TO WS-RH-LOOK-ROW
              END-IF
           END-PERFORM.

       665-FORMAT-STAMP.
           IF WS-RH-FMT-IN IS NUMERIC
              MOVE WS-RH-FMT-IN(1:4) TO WS-RH-FMT-YYYY
              MOVE WS-RH-FMT-IN(5:2) TO WS-RH-FMT-MM
              MOVE WS-RH-FMT-IN(7:2) TO WS-RH-FMT-DD
              MOVE WS-RH-FMT-IN(9:2) TO WS-RH-FMT-HH
              MOVE WS-RH-FMT-IN(11:2) TO WS-RH-FMT-MI
              MOVE WS-RH-FMT-IN(13:2) TO WS-RH-FMT-SS
              MOVE WS-RH-FMT-OUT TO WS-RH-FMT-TEXT
           ELSE
              MOVE WS-RH-FMT-IN TO WS-RH-FMT-TEXT
           END-IF.

      *    One timeline line at the simulated time; the caller fills
      *    in WS-RH-TL-JOB, WS-RH-TL-EVENT and WS-RH-TL-DETAIL.
       670-WRITE-TIMELINE.
           PERFORM 131-SET-NOW-STAMP.
           MOVE WS-NOW-STAMP(1:14) TO WS-RH-FMT-IN.
           PERFORM 665-FORMAT-STAMP.
           MOVE WS-RH-FMT-TEXT TO WS-RH-TL-WHEN.
           MOVE WS-NOW-STAMP(17:5) TO WS-RH-TL-OFFSET.
           MOVE WS-RH-TL-LINE TO CD-RH-RPT-LINE.
           WRITE CD-RH-RPT-LINE.

      *    Every logged event but DECR goes on the timeline, and marks
      *    what became of the row for the findings.
       671-NOTE-LOG-EVENT.
           MOVE WS-CD-JOB-NAME(CD-IDX) TO WS-RH-TL-JOB.
           MOVE CD-LOG-EVENT-TYPE TO WS-RH-TL-EVENT.
           MOVE CD-LOG-COUNTER-VALUE TO WS-RH-EDIT-COUNT.
           MOVE SPACES TO WS-RH-TL-DETAIL.
           STRING 'counter ' WS-RH-EDIT-COUNT ' '
              WS-CD-UNIT(CD-IDX) ' ' WS-CD-LABEL(CD-IDX)
              DELIMITED BY SIZE INTO WS-RH-TL-DETAIL
           END-STRING.
           PERFORM 670-WRITE-TIMELINE.
           MOVE WS-CD-JOB-NAME(CD-IDX) TO WS-RH-LOOK-JOB.
           PERFORM 662-FIND-ROW.
           EVALUATE CD-LOG-EVENT-TYPE
              WHEN 'START'
              WHEN 'RESUME'
                 ADD 1 TO WS-RH-START-COUNT
                 IF WS-RH-LOOK-ROW > 0
                    MOVE 'Y' TO WS-RH-R-STARTED(WS-RH-LOOK-ROW)
                 END-IF
              WHEN 'FINISH'
                 ADD 1 TO WS-RH-FINISH-COUNT
                 IF WS-RH-LOOK-ROW > 0
                    MOVE 'Y' TO WS-RH-R-FINISHED(WS-RH-LOOK-ROW)
                 END-IF
              WHEN 'CANCEL'
                 ADD 1 TO WS-RH-CANCEL-COUNT
                 IF WS-RH-LOOK-ROW > 0
                    MOVE 'Y' TO WS-RH-R-CANCELLED(WS-RH-LOOK-ROW)
                 END-IF
           END-EVALUATE.

      *    A row held on its prerequisite goes on the timeline the
      *    first time only - the idle rescan sees it every minute.
       672-NOTE-PREREQ-WAIT.
           MOVE CD-CTL-JOB-NAME TO WS-RH-LOOK-JOB.
           PERFORM 662-FIND-ROW.
           IF WS-RH-LOOK-ROW > 0
              IF WS-RH-R-WAIT-SEEN(WS-RH-LOOK-ROW) = 'N'
                 MOVE 'Y' TO WS-RH-R-WAIT-SEEN(WS-RH-LOOK-ROW)
                 DISPLAY 'COUNTDOWN: holding ['
                    CD-CTL-JOB-NAME '] - waiting on event '
                    CD-CTL-PREREQ-EVENT
                 MOVE CD-CTL-JOB-NAME TO WS-RH-TL-JOB
                 MOVE 'WAITING' TO WS-RH-TL-EVENT
                 MOVE SPACES TO WS-RH-TL-DETAIL
                 STRING 'due, waiting on event ' CD-CTL-PREREQ-EVENT
                    DELIMITED BY SIZE INTO WS-RH-TL-DETAIL
                 END-STRING
                 PERFORM 670-WRITE-TIMELINE
              END-IF
           END-IF.

       673-NOTE-DEFERRED.
           MOVE CD-CTL-JOB-NAME TO WS-RH-LOOK-JOB.
           PERFORM 662-FIND-ROW.
           IF WS-RH-LOOK-ROW > 0
              IF WS-RH-R-DEFER-SEEN(WS-RH-LOOK-ROW) = 'N'
                 MOVE 'Y' TO WS-RH-R-DEFER-SEEN(WS-RH-LOOK-ROW)
                 MOVE CD-CTL-JOB-NAME TO WS-RH-TL-JOB
                 MOVE 'DEFERRED' TO WS-RH-TL-EVENT
                 MOVE 'due, no free countdown slot' TO WS-RH-TL-DETAIL
                 PERFORM 670-WRITE-TIMELINE
              END-IF
           END-IF.

       674-NOTE-REJECT.
           MOVE WS-REJECT-JOB TO WS-RH-TL-JOB.
           MOVE 'REJECT' TO WS-RH-TL-EVENT.
           MOVE 'bad start value/decrement, or a duplicate job name'
              TO WS-RH-TL-DETAIL.
           PERFORM 670-WRITE-TIMELINE.
           MOVE WS-REJECT-JOB TO WS-RH-LOOK-JOB.
           PERFORM 662-FIND-ROW.
           IF WS-RH-LOOK-ROW > 0
              MOVE 'Y' TO WS-RH-R-REJECTED(WS-RH-LOOK-ROW)
           END-IF.

       675-NOTE-WOULD-PAGE.
           ADD 1 TO WS-RH-PAGE-COUNT.
           MOVE WS-CD-JOB-NAME(CD-IDX) TO WS-RH-TL-JOB.
           MOVE 'WOULD PAGE' TO WS-RH-TL-EVENT.
           MOVE SPACES TO WS-RH-TL-DETAIL.
           STRING 'finish page (CDALERT): ' WS-CD-LABEL(CD-IDX)
              DELIMITED BY SIZE INTO WS-RH-TL-DETAIL
           END-STRING.
           PERFORM 670-WRITE-TIMELINE.

       676-NOTE-WOULD-FEED.
           ADD 1 TO WS-RH-FEED-COUNT.
           MOVE WS-CD-JOB-NAME(CD-IDX) TO WS-RH-TL-JOB.
           MOVE 'WOULD FEED' TO WS-RH-TL-EVENT.
           MOVE WS-CD-START-VALUE(CD-IDX) TO WS-RH-EDIT-COUNT.
           MOVE SPACES TO WS-RH-TL-DETAIL.
           STRING 'completion trigger (CDFEED): ' WS-RH-EDIT-COUNT ' '
              WS-CD-UNIT(CD-IDX)
              DELIMITED BY SIZE INTO WS-RH-TL-DETAIL
           END-STRING.
           PERFORM 670-WRITE-TIMELINE.

       677-NOTE-RELEASE.
           MOVE WS-SUCCESSOR-JOB TO WS-RH-TL-JOB.
           MOVE 'RELEASED' TO WS-RH-TL-EVENT.
           MOVE SPACES TO WS-RH-TL-DETAIL.
           STRING 'by the finish of ' WS-CD-JOB-NAME(CD-IDX)
              DELIMITED BY SIZE INTO WS-RH-TL-DETAIL
           END-STRING.
           PERFORM 670-WRITE-TIMELINE.
           MOVE WS-SUCCESSOR-JOB TO WS-RH-LOOK-JOB.
           PERFORM 662-FIND-ROW.
           IF WS-RH-LOOK-ROW > 0
              MOVE 'Y' TO WS-RH-R-RELEASED(WS-RH-LOOK-ROW)
           END-IF.

       678-NOTE-RESCHEDULE.
           MOVE CD-CTL-JOB-NAME TO WS-RH-TL-JOB.
           MOVE 'RESCHEDULED' TO WS-RH-TL-EVENT.
           MOVE WS-NEXT-TARGET TO WS-RH-FMT-IN.
           PERFORM 665-FORMAT-STAMP.
           MOVE SPACES TO WS-RH-TL-DETAIL.
           STRING 'next occurrence ' WS-RH-FMT-TEXT
              DELIMITED BY SIZE INTO WS-RH-TL-DETAIL
           END-STRING.
           PERFORM 670-WRITE-TIMELINE.

       679-NOTE-CMD-IGNORED.
           MOVE WS-CMD-JOB TO WS-RH-TL-JOB.
           MOVE 'CMD IGNORED' TO WS-RH-TL-EVENT.
           MOVE SPACES TO WS-RH-TL-DETAIL.
           STRING WS-CMD-ACTION ' - no such job in flight'
              DELIMITED BY SIZE INTO WS-RH-TL-DETAIL
           END-STRING.
           PERFORM 670-WRITE-TIMELINE.

      *    A chain loops when following successors from a row comes
      *    back to it.  The walk is made on the control file as it
      *    stood, so a loop is reported whether or not the night got
      *    far enough to run round it; each loop is reported once,
      *    from its alphabetically first member.
       680-REPORT-LOOPS.
           MOVE 'CHAINS THAT LOOP' TO WS-RH-SECTION-LINE.
           PERFORM 698-WRITE-SECTION.
           PERFORM VARYING WS-RH-ROW FROM 1 BY 1
                 UNTIL WS-RH-ROW > WS-RH-ROW-COUNT
              IF WS-RH-R-SUCCESSOR(WS-RH-ROW) NOT = SPACES
                 PERFORM 681-WALK-CHAIN
              END-IF
           END-PERFORM.
           PERFORM 699-END-SECTION.

       681-WALK-CHAIN.
           MOVE WS-RH-R-JOB(WS-RH-ROW) TO WS-RH-WALK-MIN.
           MOVE WS-RH-R-SUCCESSOR(WS-RH-ROW) TO WS-RH-WALK-JOB.
           MOVE SPACES TO WS-RH-WALK-TEXT.
           MOVE 1 TO WS-RH-WALK-PTR.
           STRING FUNCTION TRIM(WS-RH-R-JOB(WS-RH-ROW))
              DELIMITED BY SIZE INTO WS-RH-WALK-TEXT
              WITH POINTER WS-RH-WALK-PTR
           END-STRING.
           MOVE ZERO TO WS-RH-WALK-STEPS.
           MOVE 'N' TO WS-RH-WALK-DONE.
           MOVE 'N' TO WS-RH-WALK-LOOP.
           PERFORM 682-WALK-ONE-STEP
              UNTIL WS-RH-WALK-DONE = 'Y'.
           IF WS-RH-WALK-LOOP = 'Y'
              AND WS-RH-WALK-MIN = WS-RH-R-JOB(WS-RH-ROW)
              ADD 1 TO WS-RH-LOOP-COUNT
              MOVE WS-RH-R-JOB(WS-RH-ROW) TO WS-RH-FD-JOB
              MOVE WS-RH-WALK-TEXT TO WS-RH-FD-WHY
              PERFORM 697-WRITE-FINDING
           END-IF.

      *    A walk that passes more rows than the file holds has run
      *    into a loop that does not come back to its start; that
      *    loop is reported from one of its own members.
       682-WALK-ONE-STEP.
           STRING ' -> ' FUNCTION TRIM(WS-RH-WALK-JOB)
              DELIMITED BY SIZE INTO WS-RH-WALK-TEXT
              WITH POINTER WS-RH-WALK-PTR
              ON OVERFLOW
                 CONTINUE
           END-STRING.
           IF WS-RH-WALK-JOB = WS-RH-R-JOB(WS-RH-ROW)
              MOVE 'Y' TO WS-RH-WALK-LOOP
              MOVE 'Y' TO WS-RH-WALK-DONE
           ELSE
              IF WS-RH-WALK-JOB < WS-RH-WALK-MIN
                 MOVE WS-RH-WALK-JOB TO WS-RH-WALK-MIN
              END-IF
              ADD 1 TO WS-RH-WALK-STEPS
              MOVE WS-RH-WALK-JOB TO WS-RH-LOOK-JOB
              PERFORM 662-FIND-ROW
              IF WS-RH-LOOK-ROW = 0
                 OR WS-RH-WALK-STEPS > WS-RH-ROW-COUNT
                 MOVE 'Y' TO WS-RH-WALK-DONE
              ELSE
                 IF WS-RH-R-SUCCESSOR(WS-RH-LOOK-ROW) = SPACES
                    MOVE 'Y' TO WS-RH-WALK-DONE
                 ELSE
                    MOVE WS-RH-R-SUCCESSOR(WS-RH-LOOK-ROW)
                       TO WS-RH-WALK-JOB
                 END-IF
              END-IF
           END-IF.

      *    Every successor named on the control file that the night
      *    never released, with the likeliest reason.
       685-REPORT-UNRELEASED.
           MOVE 'SUCCESSORS NEVER RELEASED' TO WS-RH-SECTION-LINE.
           PERFORM 698-WRITE-SECTION.
           PERFORM VARYING WS-RH-ROW FROM 1 BY 1
                 UNTIL WS-RH-ROW > WS-RH-ROW-COUNT
              IF WS-RH-R-SUCCESSOR(WS-RH-ROW) NOT = SPACES
                 PERFORM 686-CHECK-ONE-SUCCESSOR
              END-IF
           END-PERFORM.
           PERFORM 699-END-SECTION.

       686-CHECK-ONE-SUCCESSOR.
           MOVE WS-RH-R-SUCCESSOR(WS-RH-ROW) TO WS-RH-LOOK-JOB.
           PERFORM 662-FIND-ROW.
           MOVE SPACES TO WS-RH-FD-WHY.
           IF WS-RH-LOOK-ROW = 0
              STRING 'not on the control file - named by '
                 FUNCTION TRIM(WS-RH-R-JOB(WS-RH-ROW))
                 DELIMITED BY SIZE INTO WS-RH-FD-WHY
              END-STRING
           ELSE
              IF WS-RH-R-RELEASED(WS-RH-LOOK-ROW) = 'N'
                 EVALUATE TRUE
                    WHEN WS-RH-R-CANCELLED(WS-RH-ROW) = 'Y'
                       STRING 'predecessor '
                          FUNCTION TRIM(WS-RH-R-JOB(WS-RH-ROW))
                          ' was cancelled'
                          DELIMITED BY SIZE INTO WS-RH-FD-WHY
                       END-STRING
                    WHEN WS-RH-R-REJECTED(WS-RH-ROW) = 'Y'
                       STRING 'predecessor '
                          FUNCTION TRIM(WS-RH-R-JOB(WS-RH-ROW))
                          ' was rejected'
                          DELIMITED BY SIZE INTO WS-RH-FD-WHY
                       END-STRING
                    WHEN WS-RH-R-FINISHED(WS-RH-ROW) = 'Y'
                       STRING 'predecessor '
                          FUNCTION TRIM(WS-RH-R-JOB(WS-RH-ROW))
                          ' finished but this row was not pending'
                          DELIMITED BY SIZE INTO WS-RH-FD-WHY
                       END-STRING
                    WHEN WS-RH-R-STARTED(WS-RH-ROW) = 'Y'
                       STRING 'predecessor '
                          FUNCTION TRIM(WS-RH-R-JOB(WS-RH-ROW))
                          ' still running when the rehearsal ended'
                          DELIMITED BY SIZE INTO WS-RH-FD-WHY
                       END-STRING
                    WHEN WS-RH-R-STATUS(WS-RH-ROW) = 'C' OR 'X'
                       STRING 'predecessor '
                          FUNCTION TRIM(WS-RH-R-JOB(WS-RH-ROW))
                          ' was already complete or cancelled'
                          DELIMITED BY SIZE INTO WS-RH-FD-WHY
                       END-STRING
                    WHEN OTHER
                       STRING 'predecessor '
                          FUNCTION TRIM(WS-RH-R-JOB(WS-RH-ROW))
                          ' never started'
                          DELIMITED BY SIZE INTO WS-RH-FD-WHY
                       END-STRING
                 END-EVALUATE
              END-IF
           END-IF.
           IF WS-RH-FD-WHY NOT = SPACES
              ADD 1 TO WS-RH-UNREL-COUNT
              MOVE WS-RH-R-SUCCESSOR(WS-RH-ROW) TO WS-RH-FD-JOB
              PERFORM 697-WRITE-FINDING
           END-IF.

      *    Every pending or active row that never started, with why:
      *    rejected, still waiting on its prerequisite event, or not
      *    due until after the simulated night ended.
       690-REPORT-NEVER-DUE.
           MOVE 'ROWS THAT NEVER CAME DUE' TO WS-RH-SECTION-LINE.
           PERFORM 698-WRITE-SECTION.
           PERFORM VARYING WS-RH-ROW FROM 1 BY 1
                 UNTIL WS-RH-ROW > WS-RH-ROW-COUNT
              IF (WS-RH-R-STATUS(WS-RH-ROW) = 'P' OR 'A')
                 AND WS-RH-R-STARTED(WS-RH-ROW) = 'N'
                 PERFORM 691-CHECK-ONE-ROW
              END-IF
           END-PERFORM.
           PERFORM 699-END-SECTION.

       691-CHECK-ONE-ROW.
           MOVE SPACES TO WS-RH-FD-WHY.
           MOVE 'N' TO WS-RH-ARRIVED.
           IF WS-RH-R-PREREQ(WS-RH-ROW) NOT = SPACES
              MOVE WS-RH-R-PREREQ(WS-RH-ROW) TO WS-RH-LOOK-EVENT
              PERFORM 654-CHECK-ARRIVED
           END-IF.
           PERFORM 692-COMPUTE-DUE.
           MOVE WS-RH-R-TARGET(WS-RH-ROW) TO WS-RH-FMT-IN.
           PERFORM 665-FORMAT-STAMP.
           EVALUATE TRUE
              WHEN WS-RH-R-REJECTED(WS-RH-ROW) = 'Y'
                 MOVE 'rejected - bad values or a duplicate job name'
                    TO WS-RH-FD-WHY
              WHEN WS-RH-DUE-SEC NOT < WS-RH-END-SEC
                 STRING 'not due until after the rehearsal ended - '
                    'target ' WS-RH-FMT-TEXT
                    DELIMITED BY SIZE INTO WS-RH-FD-WHY
                 END-STRING
              WHEN WS-RH-R-PREREQ(WS-RH-ROW) NOT = SPACES
                 AND WS-RH-ARRIVED = 'N'
                 STRING 'waiting on event '
                    FUNCTION TRIM(WS-RH-R-PREREQ(WS-RH-ROW))
                    ', which never arrived'
                    DELIMITED BY SIZE INTO WS-RH-FD-WHY
                 END-STRING
              WHEN WS-RH-R-DEFER-SEEN(WS-RH-ROW) = 'Y'
                 MOVE 'due, but never got a free countdown slot'
                    TO WS-RH-FD-WHY
              WHEN OTHER
                 STRING 'due at target ' WS-RH-FMT-TEXT
                    ' but never started'
                    DELIMITED BY SIZE INTO WS-RH-FD-WHY
                 END-STRING
           END-EVALUATE.
           ADD 1 TO WS-RH-NOTDUE-COUNT.
           MOVE WS-RH-R-JOB(WS-RH-ROW) TO WS-RH-FD-JOB.
           PERFORM 697-WRITE-FINDING.

      *    When the row would come due, as simulated seconds: its
      *    target, or for a TARGET row the deadline less its planned
      *    length; a row with no target is due from the start.
       692-COMPUTE-DUE.
           IF WS-RH-R-TARGET(WS-RH-ROW) IS NUMERIC
              MOVE WS-RH-R-TARGET(WS-RH-ROW) TO WS-TZ-IN
              PERFORM 133-STAMP-TO-UTC
              MOVE WS-TZ-OUT TO WS-RH-CNV-UTC
              PERFORM 660-UTC-TO-SECONDS
              MOVE WS-RH-CNV-SEC TO WS-RH-DUE-SEC
              IF WS-RH-R-UNIT(WS-RH-ROW) = 'TARGET'
                 COMPUTE WS-RH-DUE-SEC = WS-RH-DUE-SEC
                    - (WS-RH-R-START-VALUE(WS-RH-ROW) * 60)
              END-IF
           ELSE
              MOVE WS-RH-START-SEC TO WS-RH-DUE-SEC
           END-IF.

       695-REPORT-TOTALS.
           MOVE 'TOTALS' TO WS-RH-SECTION-LINE.
           PERFORM 698-WRITE-SECTION.
           MOVE 'SCRIPT ENTRIES APPLIED' TO WS-RH-COUNT-TAG.
           COMPUTE WS-RH-COUNT = WS-RH-SCR-NEXT - 1.
           PERFORM 696-WRITE-COUNT.
           MOVE 'SCRIPT RECORDS IGNORED' TO WS-RH-COUNT-TAG.
           MOVE WS-RH-SCR-BAD TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'COUNTDOWNS STARTED' TO WS-RH-COUNT-TAG.
           MOVE WS-RH-START-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'COUNTDOWNS FINISHED' TO WS-RH-COUNT-TAG.
           MOVE WS-RH-FINISH-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'COUNTDOWNS CANCELLED' TO WS-RH-COUNT-TAG.
           MOVE WS-RH-CANCEL-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'COUNTDOWNS STILL ACTIVE AT THE END' TO WS-RH-COUNT-TAG.
           MOVE WS-RH-RUNNING-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'ENTRIES REJECTED' TO WS-RH-COUNT-TAG.
           MOVE WS-REJECT-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'PAGES THAT WOULD HAVE BEEN SENT' TO WS-RH-COUNT-TAG.
           MOVE WS-RH-PAGE-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'FEED TRIGGERS THAT WOULD HAVE BEEN WRITTEN'
              TO WS-RH-COUNT-TAG.
           MOVE WS-RH-FEED-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'CHAINS THAT LOOP' TO WS-RH-COUNT-TAG.
           MOVE WS-RH-LOOP-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'SUCCESSORS NEVER RELEASED' TO WS-RH-COUNT-TAG.
           MOVE WS-RH-UNREL-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.
           MOVE 'ROWS THAT NEVER CAME DUE' TO WS-RH-COUNT-TAG.
           MOVE WS-RH-NOTDUE-COUNT TO WS-RH-COUNT.
           PERFORM 696-WRITE-COUNT.

       696-WRITE-COUNT.
           MOVE WS-RH-COUNT-LINE TO CD-RH-RPT-LINE.
           WRITE CD-RH-RPT-LINE.

       697-WRITE-FINDING.
           ADD 1 TO WS-RH-SECT-COUNT.
           MOVE WS-RH-FIND-LINE TO CD-RH-RPT-LINE.
           WRITE CD-RH-RPT-LINE.

       698-WRITE-SECTION.
           MOVE SPACES TO CD-RH-RPT-LINE.
           WRITE CD-RH-RPT-LINE.
           MOVE WS-RH-SECTION-LINE TO CD-RH-RPT-LINE.
           WRITE CD-RH-RPT-LINE.
           MOVE ZERO TO WS-RH-SECT-COUNT.

       699-END-SECTION.
           IF WS-RH-SECT-COUNT = 0
              MOVE WS-RH-NONE-LINE TO CD-RH-RPT-LINE
              WRITE CD-RH-RPT-LINE
           END-IF.
