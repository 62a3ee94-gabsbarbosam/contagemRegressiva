      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDLCHK - COUNTDOWN instance lock check
      * CALLed by CDBACKUP, CDRESTORE and CDPURGE before they touch
      * the master files.  Reads the 'COUNTDOWN' record on
      * CD-LOCK-FILE and says whether a live COUNTDOWN holds it: a
      * held lock whose heartbeat moved within the holder's own
      * stale window is live, and the caller must not run.  A held
      * lock with a stale heartbeat is an abended run's leftovers -
      * reported, but it does not block the caller (the backup of
      * an abend's state is exactly what a restart needs).  No lock
      * file, or a free lock, means nothing is running.  The details
      * of a live or stale holder are DISPLAYed under the caller's
      * name so they land in the caller's SYSOUT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Maint: heartbeat age is worked in UTC through CDTZ.
      * Maint: a CDLOCK that is there but cannot be opened or read
      * (held I-O by a running COUNTDOWN, damaged) now counts as held:
      * only file-not-found means no lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDLCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-LOCK-FILE ASSIGN TO "CDLOCK"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-LOCK-NAME
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-LOCK-FILE.
           COPY CDLOCK.

       WORKING-STORAGE SECTION.
           77  WS-LOCK-STATUS      PIC XX VALUE SPACES.
           77  WS-CNV-DATETIME     PIC X(14) VALUE SPACES.
           77  WS-CNV-YYYYMMDD     PIC 9(8) VALUE ZERO.
           77  WS-CNV-MINUTES      PIC 9(9) VALUE ZERO.
           77  WS-NOW-MINUTES      PIC 9(9) VALUE ZERO.
           77  WS-AGE-MINUTES      PIC S9(9) VALUE ZERO.
           77  WS-TZ-FUNCTION      PIC X(1) VALUE 'U'.
           77  WS-TZ-IN            PIC X(26) VALUE SPACES.
           77  WS-TZ-OUT           PIC X(14) VALUE SPACES.
           77  WS-TZ-OFFSET        PIC X(5) VALUE SPACES.
           77  WS-TZ-FLAG          PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
           01  LK-LCHK-CALLER         PIC X(10).
      *        Caller's program name, used to prefix the DISPLAYs.
           01  LK-LCHK-STATUS         PIC X(2).
      *        '00' = no lock held - safe to run
      *        '04' = stale lock from an abended run - safe to run
      *        '08' = live COUNTDOWN holds the lock, or CDLOCK
      *               could not be opened or read - do not run

       PROCEDURE DIVISION USING LK-LCHK-CALLER, LK-LCHK-STATUS.
       000-MAIN.
           MOVE '00' TO LK-LCHK-STATUS.
           OPEN INPUT CD-LOCK-FILE.
           EVALUATE WS-LOCK-STATUS
              WHEN '00'
                 MOVE 'COUNTDOWN' TO CD-LOCK-NAME
                 READ CD-LOCK-FILE
                    KEY IS CD-LOCK-NAME
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CD-LOCK-STATUS = 'L'
                          PERFORM 200-CHECK-HEARTBEAT
                       END-IF
                 END-READ
                 IF WS-LOCK-STATUS NOT = '00'
                    AND WS-LOCK-STATUS NOT = '23'
                    PERFORM 100-LOCK-UNREADABLE
                 END-IF
                 CLOSE CD-LOCK-FILE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 PERFORM 100-LOCK-UNREADABLE
           END-EVALUATE.
           GOBACK.

      *    Anything but a clean read or a missing file: the lock may
      *    well be held (a running COUNTDOWN has CDLOCK open I-O), so
      *    the caller is told not to run.
       100-LOCK-UNREADABLE.
           MOVE '08' TO LK-LCHK-STATUS.
           DISPLAY FUNCTION TRIM(LK-LCHK-CALLER)
              ': unable to read CDLOCK, status = ' WS-LOCK-STATUS
              ' - treated as a live lock'.

      *    Heartbeat age is taken in UTC (CDTZ, from each stamp's
      *    own offset) so the autumn clock change cannot make a live
      *    lock look an hour stale.
       200-CHECK-HEARTBEAT.
           MOVE FUNCTION CURRENT-DATE TO WS-TZ-IN.
           CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
              WS-TZ-OFFSET, WS-TZ-FLAG.
           MOVE WS-TZ-OUT TO WS-CNV-DATETIME.
           PERFORM 210-DATETIME-TO-MINUTES.
           MOVE WS-CNV-MINUTES TO WS-NOW-MINUTES.
           IF CD-LOCK-HEARTBEAT-TS(1:12) IS NUMERIC
              MOVE CD-LOCK-HEARTBEAT-TS TO WS-TZ-IN
              CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
                 WS-TZ-OFFSET, WS-TZ-FLAG
              MOVE WS-TZ-OUT TO WS-CNV-DATETIME
              PERFORM 210-DATETIME-TO-MINUTES
              COMPUTE WS-AGE-MINUTES =
                 WS-NOW-MINUTES - WS-CNV-MINUTES
           ELSE
              MOVE 99999 TO WS-AGE-MINUTES
           END-IF.
           IF CD-LOCK-STALE-MIN IS NOT NUMERIC
              MOVE 10 TO CD-LOCK-STALE-MIN
           END-IF.
           IF WS-AGE-MINUTES < CD-LOCK-STALE-MIN
              MOVE '08' TO LK-LCHK-STATUS
              DISPLAY FUNCTION TRIM(LK-LCHK-CALLER)
                 ': COUNTDOWN run ' CD-LOCK-RUN-ID
                 ' (job ' CD-LOCK-JOB-NAME
                 ' step ' CD-LOCK-STEP-NAME ') holds the instance lock'
              DISPLAY FUNCTION TRIM(LK-LCHK-CALLER)
                 ': last heartbeat '
                 CD-LOCK-HEARTBEAT-TS(1:14) ', '
                 WS-AGE-MINUTES ' minute(s) ago'
           ELSE
              MOVE '04' TO LK-LCHK-STATUS
              DISPLAY FUNCTION TRIM(LK-LCHK-CALLER)
                 ': stale COUNTDOWN lock from run ' CD-LOCK-RUN-ID
                 ' (job ' CD-LOCK-JOB-NAME
                 ' step ' CD-LOCK-STEP-NAME ')'
              DISPLAY FUNCTION TRIM(LK-LCHK-CALLER)
                 ': last heartbeat '
                 CD-LOCK-HEARTBEAT-TS(1:14)
                 ' - presumed abended, not blocking'
           END-IF.

      *    Converts the YYYYMMDDHHMM in WS-CNV-DATETIME into absolute
      *    minutes (into WS-CNV-MINUTES), the same arithmetic
      *    CDBACKUP ages its checkpoints with.
       210-DATETIME-TO-MINUTES.
           MOVE WS-CNV-DATETIME(1:8) TO WS-CNV-YYYYMMDD.
           COMPUTE WS-CNV-MINUTES =
              (FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD) * 1440)
              + (FUNCTION NUMVAL(WS-CNV-DATETIME(9:2)) * 60)
              + FUNCTION NUMVAL(WS-CNV-DATETIME(11:2)).
