      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDPLAN - forward schedule forecast
      * Every tool so far looks backwards - CDSTAT says what is
      * running, CDRECON and CDTREND what already ran.  Before a
      * cutover weekend the desk wants to know what the next nights
      * will look like while there is still time to move things.
      * CDPLAN projects every 'P'ending and 'A'ctive COUNTDOWN-
      * CONTROL row forward over a horizon of nights (CD-PLPARM-
      * FILE, default 7 from now), applying the same frequency,
      * anchor-day, weekday and holiday-calendar rules COUNTDOWN
      * uses to schedule the next occurrence, and walks successor
      * chains from each finish.  Expected start/finish come from
      * the row's target and the job's average elapsed time on
      * CD-SUM-FILE (planned length when the job has no history).
      * The report lists every projected occurrence in time order,
      * then one line per night flagging any night where more
      * countdowns would be live at once than COUNTDOWN has
      * WS-CD-TABLE slots (they would run in deferred waves), then
      * every chain with its projected end, flagging chains that
      * run past the night's cutoff or loop back on themselves.
      * Read-only: nothing on the control file is changed.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Maint: a last section lists every projected occurrence whose
      * local start (or, for a TARGET row, deadline) falls in the
      * hour the clocks skip or repeat at a daylight-time change,
      * using the site zone rules through CDTZ, with the local time
      * COUNTDOWN will really run it at - a skipped-hour time runs
      * that far past the change, a repeated-hour time runs once,
      * at its first occurrence.
      * Maint: a successor loop that no row outside it starts is now
      * listed as CHAIN LOOPS (it used to show only as not released),
      * and the successors of a chained row already in flight are
      * projected behind its expected finish.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPLAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-PLPARM-FILE ASSIGN TO "CDPLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLPARM-STATUS.

           SELECT CD-RCPARM-FILE ASSIGN TO "CDRCPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCPARM-STATUS.

           SELECT CD-SUM-FILE ASSIGN TO "CDSUMRY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT CD-CTL-FILE ASSIGN TO "CDCONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CTL-JOB-NAME
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CD-HOL-FILE ASSIGN TO "CDHOLCAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-HOL-DATE
               FILE STATUS IS WS-HOL-STATUS.

           SELECT CD-PLAN-RPT ASSIGN TO "CDPLNRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-PLPARM-FILE.
           COPY CDPLPARM.

       FD  CD-RCPARM-FILE.
           COPY CDRCPARM.

       FD  CD-SUM-FILE.
           COPY CDSUM.

       FD  CD-CTL-FILE.
           COPY CDCTL.

       FD  CD-HOL-FILE.
           COPY CDHOL.

       FD  CD-PLAN-RPT.
           01  CD-PLAN-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
           77  WS-PLPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-RCPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-SUM-STATUS       PIC XX VALUE SPACES.
           77  WS-CTL-STATUS       PIC XX VALUE SPACES.
           77  WS-HOL-STATUS       PIC XX VALUE SPACES.
           77  WS-RPT-STATUS       PIC XX VALUE SPACES.
           77  WS-SUM-EOF          PIC X(1) VALUE 'N'.
           77  WS-CTL-EOF          PIC X(1) VALUE 'N'.
           77  WS-HOL-AVAILABLE    PIC X(1) VALUE 'N'.

      *    Horizon: WS-NIGHTS nights starting with the night that
      *    holds WS-AS-OF-SEC, each night running from one cutoff to
      *    the next.  WS-SLOT-MAX mirrors COUNTDOWN's ten
      *    WS-CD-TABLE slots - more live countdowns than that at one
      *    moment means COUNTDOWN defers the rest into later waves.
           77  WS-NIGHTS           PIC 9(3) VALUE 7.
           77  WS-NIGHT-MAX        PIC 9(3) VALUE 60.
           77  WS-CUTOFF-TIME      PIC X(6) VALUE '060000'.
           77  WS-CUTOFF-DAY-SEC   PIC 9(5) VALUE ZERO.
           77  WS-SLOT-MAX         PIC 9(2) VALUE 10.
           77  WS-FROM-DATE        PIC 9(8) VALUE ZERO.
           77  WS-FIRST-NIGHT      PIC 9(8) VALUE ZERO.
           77  WS-FIRST-NIGHT-DAYNO PIC 9(9) VALUE ZERO.
           77  WS-AS-OF-SEC        PIC 9(12) VALUE ZERO.
           77  WS-HORIZON-END-SEC  PIC 9(12) VALUE ZERO.

           77  WS-CYCLE-SEC-PER-UNIT PIC 9(4) VALUE 1.

      *    Datetime arithmetic goes through absolute seconds
      *    (INTEGER-OF-DATE, so midnight and month ends are handled
      *    for free) - the same arithmetic COUNTDOWN uses for its
      *    run summaries, carried one step further so a finish time
      *    can be turned back into a printable datetime.
           77  WS-CNV-DATETIME     PIC X(14) VALUE SPACES.
           77  WS-CNV-YYYYMMDD     PIC 9(8) VALUE ZERO.
           77  WS-CNV-SECONDS      PIC 9(12) VALUE ZERO.
           77  WS-CNV-DAYNO        PIC 9(9) VALUE ZERO.
           77  WS-CNV-REM          PIC 9(5) VALUE ZERO.
           77  WS-CNV-HH           PIC 9(2) VALUE ZERO.
           77  WS-CNV-MI           PIC 9(2) VALUE ZERO.
           77  WS-CNV-SS           PIC 9(2) VALUE ZERO.
           77  WS-NIGHT-DATE       PIC 9(8) VALUE ZERO.
           77  WS-NIGHT-DAYNO      PIC 9(9) VALUE ZERO.

      *    Next-occurrence scratch, the same fields and rules as
      *    COUNTDOWN's 242-SCHEDULE-NEXT-OCCURRENCE.
           77  WS-NEXT-TARGET      PIC X(14) VALUE SPACES.
           77  WS-NEXT-SEC         PIC 9(12) VALUE ZERO.
           77  WS-NEXT-YYYYMMDD    PIC 9(8) VALUE ZERO.
           77  WS-NEXT-DAYNO       PIC 9(9) VALUE ZERO.
           77  WS-NEXT-DOW         PIC 9(1) VALUE ZERO.
           77  WS-NEXT-YYYY        PIC 9(4) VALUE ZERO.
           77  WS-NEXT-MM          PIC 9(2) VALUE ZERO.
           77  WS-NEXT-DD          PIC 9(2) VALUE ZERO.
           77  WS-ORIG-DD          PIC 9(2) VALUE ZERO.
           77  WS-NEXT-MAX-DD      PIC 9(2) VALUE ZERO.
           77  WS-LEAP-REM         PIC 9(4) VALUE ZERO.
           77  WS-NONPROC-DAY      PIC X(1) VALUE 'N'.

      *    One projection pass over one row.
           77  WS-PROJ-DONE        PIC X(1) VALUE 'N'.
           77  WS-PROJ-INFLIGHT    PIC X(1) VALUE 'N'.
           77  WS-PROJ-GUARD       PIC 9(4) VALUE ZERO.
           77  WS-PROJ-GUARD-MAX   PIC 9(4) VALUE 400.
           77  WS-PROJ-TARGET-SEC  PIC 9(12) VALUE ZERO.
           77  WS-PROJ-START-SEC   PIC 9(12) VALUE ZERO.
           77  WS-PROJ-FINISH-SEC  PIC 9(12) VALUE ZERO.
           77  WS-PROJ-WINDOW-SEC  PIC 9(12) VALUE ZERO.
           77  WS-PROJ-NOTE        PIC X(40) VALUE SPACES.
           77  WS-PROJ-NOTE-WORK   PIC X(40) VALUE SPACES.

      *    Chain walk from one finish.
           77  WS-CHAIN-HEAD-IDX   PIC 9(3) VALUE ZERO.
           77  WS-CHAIN-HEAD-START PIC 9(12) VALUE ZERO.
           77  WS-SAVE-ROW-IDX     PIC 9(3) VALUE ZERO.
           77  WS-CHAIN-END        PIC X(1) VALUE 'N'.
           77  WS-CHAIN-LOOP       PIC X(1) VALUE 'N'.
           77  WS-LINK-IDX         PIC 9(3) VALUE ZERO.
           77  WS-LINK-JOB         PIC X(20) VALUE SPACES.
           77  WS-LINK-PRED        PIC X(20) VALUE SPACES.
           77  WS-LINK-LAST        PIC X(20) VALUE SPACES.
           77  WS-LINK-COUNT       PIC 9(3) VALUE ZERO.
           77  WS-LINK-FINISH-SEC  PIC 9(12) VALUE ZERO.
           77  WS-FIND-JOB         PIC X(20) VALUE SPACES.
           77  WS-FIND-IDX         PIC 9(3) VALUE ZERO.

      *    Inputs to 250-ADD-OCCURRENCE.
           77  WS-ADD-ROW-IDX      PIC 9(3) VALUE ZERO.
           77  WS-ADD-START-SEC    PIC 9(12) VALUE ZERO.
           77  WS-ADD-FINISH-SEC   PIC 9(12) VALUE ZERO.
           77  WS-ADD-NOTE         PIC X(40) VALUE SPACES.

           77  WS-HIST-AVG-SEC     PIC 9(8) VALUE ZERO.
           77  WS-OCC-IX2          PIC 9(4) VALUE ZERO.
           77  WS-OCC-POS          PIC 9(4) VALUE ZERO.
           77  WS-OCC-PEAK-WORK    PIC 9(4) VALUE ZERO.
           77  WS-NIGHT-IDX        PIC 9(3) VALUE ZERO.

           77  WS-OCC-DROPPED      PIC 9(6) VALUE ZERO.
           77  WS-BUSY-NIGHTS      PIC 9(4) VALUE ZERO.
           77  WS-LATE-CHAINS      PIC 9(4) VALUE ZERO.
           77  WS-LOOP-CHAINS      PIC 9(4) VALUE ZERO.
           77  WS-UNRELEASED-COUNT PIC 9(4) VALUE ZERO.
           77  WS-CLOCK-COUNT      PIC 9(4) VALUE ZERO.

      *    CDTZ interface: local wall-clock times checked against the
      *    site zone rules for the skipped and repeated hours.
           77  WS-TZ-FUNCTION      PIC X(1) VALUE 'U'.
           77  WS-TZ-IN            PIC X(26) VALUE SPACES.
           77  WS-TZ-OUT           PIC X(14) VALUE SPACES.
           77  WS-TZ-OFFSET        PIC X(5) VALUE SPACES.
           77  WS-TZ-FLAG          PIC X(1) VALUE SPACE.

      *    Average elapsed per job from the FINISH summaries, found
      *    or created on first sight the way CDTREND tallies its
      *    per-job totals.
           77  WS-HIST-MAX         PIC 9(3) VALUE 200.
           77  WS-HIST-COUNT       PIC 9(3) VALUE ZERO.
           77  WS-HIST-IDX         PIC 9(3) VALUE ZERO.
           77  WS-HIST-FOUND       PIC X(1) VALUE 'N'.
           01  WS-HIST-TABLE.
               05  WS-HIST-ENTRY OCCURS 200 TIMES.
                   10  WS-HIST-JOB         PIC X(20).
                   10  WS-HIST-RUNS        PIC 9(6).
                   10  WS-HIST-ELAPSED-SUM PIC 9(12).

      *    The 'P'ending and 'A'ctive control rows being projected.
           77  WS-ROW-MAX          PIC 9(3) VALUE 200.
           77  WS-ROW-COUNT        PIC 9(3) VALUE ZERO.
           77  WS-ROW-IDX          PIC 9(3) VALUE ZERO.
           77  WS-ROW-SKIPPED      PIC 9(4) VALUE ZERO.
           01  WS-ROW-TABLE.
               05  WS-ROW-ENTRY OCCURS 200 TIMES.
                   10  WS-ROW-JOB          PIC X(20).
                   10  WS-ROW-TARGET       PIC X(14).
                   10  WS-ROW-START-VALUE  PIC 9(4).
                   10  WS-ROW-UNIT         PIC X(7).
                   10  WS-ROW-FREQ         PIC X(1).
                   10  WS-ROW-ANCHOR-DD    PIC 9(2).
                   10  WS-ROW-STATUS       PIC X(1).
                   10  WS-ROW-PREREQ       PIC X(20).
                   10  WS-ROW-SUCCESSOR    PIC X(20).
                   10  WS-ROW-CHAINED      PIC X(1).
      *                'Y' = another projected row names this one as
      *                its successor, so its occurrences are driven
      *                by that row's finishes, not by its own target.
                   10  WS-ROW-PRED-JOB     PIC X(20).
                   10  WS-ROW-EST-SEC      PIC 9(8).
                   10  WS-ROW-EST-SRC      PIC X(1).
      *                'H' = average of this job's FINISH history
      *                'P' = planned length (no history yet)
                   10  WS-ROW-OCCURS       PIC 9(4).
                   10  WS-ROW-WALK         PIC 9(3).
      *                Row the 270 loop check first reached this row
      *                from; zero = not yet walked.

      *    Projected occurrences, kept in start-time order by
      *    inserting at the found position.
           77  WS-OCC-MAX          PIC 9(4) VALUE 500.
           77  WS-OCC-COUNT        PIC 9(4) VALUE ZERO.
           77  WS-OCC-IDX          PIC 9(4) VALUE ZERO.
           01  WS-OCC-TABLE.
               05  WS-OCC-ENTRY OCCURS 500 TIMES.
                   10  WS-OCC-NIGHT        PIC 9(8).
                   10  WS-OCC-START-SEC    PIC 9(12).
                   10  WS-OCC-FINISH-SEC   PIC 9(12).
                   10  WS-OCC-ROW          PIC 9(3).
                   10  WS-OCC-PEAK         PIC 9(4).
                   10  WS-OCC-NOTE         PIC X(40).
                   10  WS-OCC-CLOCK        PIC X(1).
      *                'G' = in the hour skipped at a clock change
      *                'R' = in the hour repeated at a clock change
                   10  WS-OCC-CLOCK-EVENT  PIC X(1).
      *                'S' = the start, 'D' = a TARGET deadline

      *    One line per night of the horizon.
           01  WS-NIGHT-TABLE.
               05  WS-NT-ENTRY OCCURS 60 TIMES.
                   10  WS-NT-DATE          PIC 9(8).
                   10  WS-NT-DUE           PIC 9(4).
                   10  WS-NT-PEAK          PIC 9(4).
                   10  WS-NT-LATE          PIC 9(4).

      *    One line per chain walked from a projected finish.
           77  WS-CH-MAX           PIC 9(3) VALUE 200.
           77  WS-CH-COUNT         PIC 9(3) VALUE ZERO.
           77  WS-CH-IDX           PIC 9(3) VALUE ZERO.
           01  WS-CHAIN-TABLE.
               05  WS-CH-ENTRY OCCURS 200 TIMES.
                   10  WS-CH-NIGHT         PIC 9(8).
                   10  WS-CH-HEAD          PIC X(20).
                   10  WS-CH-LAST          PIC X(20).
                   10  WS-CH-LINKS         PIC 9(3).
                   10  WS-CH-END-SEC       PIC 9(12).
                   10  WS-CH-FLAG          PIC X(20).

           01  WS-RPT-TITLE-LINE.
               05  FILLER          PIC X(28)
                   VALUE 'CDPLAN SCHEDULE FORECAST -  '.
               05  WS-RPT-TI-NIGHTS PIC ZZ9.
               05  FILLER          PIC X(20)
                   VALUE ' NIGHT(S) FROM NIGHT'.
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-TI-FIRST PIC 9(8).
               05  FILLER          PIC X(9) VALUE '  CUTOFF '.
               05  WS-RPT-TI-CUTOFF PIC X(6).

           01  WS-RPT-DETAIL.
               05  WS-RPT-NIGHT    PIC 9(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-START-DT PIC X(8).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-START-TM PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-FIN-DT   PIC X(8).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-FIN-TM   PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-JOB      PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EST-SEC  PIC ZZZZZZZ9.
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-EST-SRC  PIC X(1).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIVE     PIC ZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-NOTE     PIC X(40).

           01  WS-RPT-HEADING-1    PIC X(132)
               VALUE 'NIGHT OF  EXPECTED START   EXPECTED FINISH  JOB NA
      -        'ME               EST-SEC S  LIVE NOTE'.

           01  WS-RPT-NIGHT-LINE.
               05  WS-RPT-NT-DATE  PIC 9(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-NT-DUE   PIC ZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-NT-PEAK  PIC ZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-NT-LATE  PIC ZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-NT-FLAG  PIC X(40).

           01  WS-RPT-HEADING-2    PIC X(132)
               VALUE 'NIGHT OF    DUE   PEAK   LATE  FLAG'.

           01  WS-RPT-CHAIN-LINE.
               05  WS-RPT-CH-NIGHT PIC 9(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CH-HEAD  PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CH-LAST  PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CH-LINKS PIC ZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CH-END-DT PIC X(8).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-CH-END-TM PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CH-FLAG  PIC X(20).

           01  WS-RPT-HEADING-3    PIC X(132)
               VALUE 'NIGHT OF  CHAIN HEAD            LAST LINK
      -        '           LINKS  PROJECTED END    FLAG'.

           01  WS-RPT-UNREL-LINE.
               05  WS-RPT-UN-JOB   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  FILLER          PIC X(6) VALUE 'AFTER '.
               05  WS-RPT-UN-PRED  PIC X(20).

           01  WS-RPT-HEADING-4    PIC X(132)
               VALUE 'CHAINED ROWS NOT RELEASED INSIDE THE HORIZON'.

           01  WS-RPT-CLOCK-LINE.
               05  WS-RPT-CK-NIGHT PIC 9(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CK-DT    PIC X(8).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-CK-TM    PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CK-JOB   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CK-EVENT PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CK-CHANGE PIC X(13).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CK-RUN-DT PIC X(8).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-CK-RUN-TM PIC X(6).

           01  WS-RPT-HEADING-5    PIC X(132)
               VALUE 'OCCURRENCES IN A SKIPPED OR REPEATED CLOCK HOUR'.

           01  WS-RPT-HEADING-6    PIC X(132)
               VALUE 'NIGHT OF  SCHEDULED LOCAL  JOB NAME              E
      -        'VENT     CLOCK CHANGE   RUNS AT (LOCAL)'.

           01  WS-RPT-COUNT-LINE.
               05  WS-RPT-COUNT-TAG PIC X(20).
               05  WS-RPT-COUNT    PIC ZZZZZ9.

           PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-PLPARM.
           PERFORM 110-LOAD-RCPARM.
           OPEN INPUT CD-CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
              DISPLAY 'CDPLAN: unable to open CDCONTROL, status = '
                 WS-CTL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CD-HOL-FILE.
           IF WS-HOL-STATUS = '00'
              MOVE 'Y' TO WS-HOL-AVAILABLE
           END-IF.

           PERFORM 120-LOAD-HISTORY.
           PERFORM 130-LOAD-CONTROL.
           PERFORM 140-MARK-CHAINED.
           PERFORM 150-SET-ROW-ESTIMATE
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-COUNT.
           PERFORM 200-PROJECT-ALL.
           PERFORM 270-CHECK-UNHEADED-LOOPS.
           PERFORM 300-COMPUTE-CONCURRENCY.

           OPEN OUTPUT CD-PLAN-RPT.
           PERFORM 500-WRITE-OCCURRENCES.
           PERFORM 550-WRITE-NIGHTS.
           PERFORM 600-WRITE-CHAINS.
           PERFORM 650-WRITE-UNRELEASED.
           PERFORM 660-WRITE-CLOCK-CHANGES.
           PERFORM 700-WRITE-COUNTS.
           CLOSE CD-PLAN-RPT.

           CLOSE CD-CTL-FILE.
           IF WS-HOL-AVAILABLE = 'Y'
              CLOSE CD-HOL-FILE
           END-IF.

           DISPLAY 'CDPLAN: first night          = ' WS-FIRST-NIGHT.
           DISPLAY 'CDPLAN: nights projected     = ' WS-NIGHTS.
           DISPLAY 'CDPLAN: rows projected       = ' WS-ROW-COUNT.
           DISPLAY 'CDPLAN: occurrences          = ' WS-OCC-COUNT.
           DISPLAY 'CDPLAN: nights over slots    = ' WS-BUSY-NIGHTS.
           DISPLAY 'CDPLAN: chains past cutoff   = ' WS-LATE-CHAINS.
           DISPLAY 'CDPLAN: chain loops          = ' WS-LOOP-CHAINS.
           DISPLAY 'CDPLAN: clock-change hours   = ' WS-CLOCK-COUNT.
           IF WS-ROW-SKIPPED > 0 OR WS-OCC-DROPPED > 0
              DISPLAY 'CDPLAN: *** table full - ' WS-ROW-SKIPPED
                 ' row(s) and ' WS-OCC-DROPPED
                 ' occurrence(s) not projected ***'
           END-IF.
           IF WS-BUSY-NIGHTS > 0
              OR WS-LATE-CHAINS > 0
              OR WS-LOOP-CHAINS > 0
              OR WS-ROW-SKIPPED > 0
              OR WS-OCC-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Blank from-date starts the forecast now, inside whichever
      *    night now falls in; a given date starts at that night's
      *    opening cutoff.  The horizon closes at the cutoff that
      *    ends the last night.
       100-LOAD-PLPARM.
           OPEN INPUT CD-PLPARM-FILE.
           IF WS-PLPARM-STATUS = '00'
              READ CD-PLPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CD-PLPARM-FROM-DATE IS NUMERIC
                       AND CD-PLPARM-FROM-DATE NOT = ZERO
                       MOVE CD-PLPARM-FROM-DATE TO WS-FROM-DATE
                    END-IF
                    IF CD-PLPARM-NIGHTS IS NUMERIC
                       AND CD-PLPARM-NIGHTS > 0
                       MOVE CD-PLPARM-NIGHTS TO WS-NIGHTS
                    END-IF
                    IF CD-PLPARM-CUTOFF-TIME IS NUMERIC
                       MOVE CD-PLPARM-CUTOFF-TIME TO WS-CUTOFF-TIME
                    END-IF
              END-READ
              CLOSE CD-PLPARM-FILE
           END-IF.
           IF WS-NIGHTS > WS-NIGHT-MAX
              DISPLAY 'CDPLAN: horizon capped at ' WS-NIGHT-MAX
                 ' nights'
              MOVE WS-NIGHT-MAX TO WS-NIGHTS
           END-IF.
           COMPUTE WS-CUTOFF-DAY-SEC =
              (FUNCTION NUMVAL(WS-CUTOFF-TIME(1:2)) * 3600)
              + (FUNCTION NUMVAL(WS-CUTOFF-TIME(3:2)) * 60)
              + FUNCTION NUMVAL(WS-CUTOFF-TIME(5:2)).
           IF WS-FROM-DATE = ZERO
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CNV-DATETIME
              PERFORM 800-DATETIME-TO-SECONDS
              MOVE WS-CNV-SECONDS TO WS-AS-OF-SEC
           ELSE
              COMPUTE WS-AS-OF-SEC =
                 (FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) * 86400)
                 + WS-CUTOFF-DAY-SEC
           END-IF.
           MOVE WS-AS-OF-SEC TO WS-CNV-SECONDS.
           PERFORM 820-SET-NIGHT.
           MOVE WS-NIGHT-DATE TO WS-FIRST-NIGHT.
           MOVE WS-NIGHT-DAYNO TO WS-FIRST-NIGHT-DAYNO.
           COMPUTE WS-HORIZON-END-SEC =
              ((WS-FIRST-NIGHT-DAYNO + WS-NIGHTS) * 86400)
              + WS-CUTOFF-DAY-SEC.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                 UNTIL WS-NIGHT-IDX > WS-NIGHTS
              COMPUTE WS-NT-DATE(WS-NIGHT-IDX) =
                 FUNCTION DATE-OF-INTEGER
                    (WS-FIRST-NIGHT-DAYNO + WS-NIGHT-IDX - 1)
              MOVE ZERO TO WS-NT-DUE(WS-NIGHT-IDX)
              MOVE ZERO TO WS-NT-PEAK(WS-NIGHT-IDX)
              MOVE ZERO TO WS-NT-LATE(WS-NIGHT-IDX)
           END-PERFORM.

      *    Planned seconds for a CYCLES decrement, for a job with no
      *    history yet - the same planning rate CDRECON uses.
       110-LOAD-RCPARM.
           OPEN INPUT CD-RCPARM-FILE.
           IF WS-RCPARM-STATUS = '00'
              READ CD-RCPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CD-RCPARM-SEC-PER-UNIT IS NUMERIC
                       AND CD-RCPARM-SEC-PER-UNIT > 0
                       MOVE CD-RCPARM-SEC-PER-UNIT
                          TO WS-CYCLE-SEC-PER-UNIT
                    END-IF
              END-READ
              CLOSE CD-RCPARM-FILE
           END-IF.

      *    Only normal FINISHes say how long a job really takes; a
      *    cancelled or rejected run would drag the average down.
      *    A missing summary file simply means no history.
       120-LOAD-HISTORY.
           OPEN INPUT CD-SUM-FILE.
           IF WS-SUM-STATUS = '00'
              PERFORM UNTIL WS-SUM-EOF = 'Y'
                 READ CD-SUM-FILE
                    AT END
                       MOVE 'Y' TO WS-SUM-EOF
                    NOT AT END
                       IF CD-SUM-OUTCOME = 'FINISH'
                          AND CD-SUM-ELAPSED-SEC IS NUMERIC
                          PERFORM 125-FIND-HIST-ENTRY
                          IF WS-HIST-IDX > 0
                             ADD 1 TO WS-HIST-RUNS(WS-HIST-IDX)
                             ADD CD-SUM-ELAPSED-SEC
                                TO WS-HIST-ELAPSED-SUM(WS-HIST-IDX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-SUM-FILE
           END-IF.

       125-FIND-HIST-ENTRY.
           MOVE 'N' TO WS-HIST-FOUND.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                 UNTIL WS-HIST-IDX > WS-HIST-COUNT
                 OR WS-HIST-FOUND = 'Y'
              IF WS-HIST-JOB(WS-HIST-IDX) = CD-SUM-JOB-NAME
                 MOVE 'Y' TO WS-HIST-FOUND
              END-IF
           END-PERFORM.
           IF WS-HIST-FOUND = 'Y'
              SUBTRACT 1 FROM WS-HIST-IDX
           ELSE
              IF WS-HIST-COUNT < WS-HIST-MAX
                 ADD 1 TO WS-HIST-COUNT
                 MOVE WS-HIST-COUNT TO WS-HIST-IDX
                 MOVE CD-SUM-JOB-NAME TO WS-HIST-JOB(WS-HIST-IDX)
                 MOVE ZERO TO WS-HIST-RUNS(WS-HIST-IDX)
                 MOVE ZERO TO WS-HIST-ELAPSED-SUM(WS-HIST-IDX)
              ELSE
                 MOVE ZERO TO WS-HIST-IDX
              END-IF
           END-IF.

       130-LOAD-CONTROL.
           PERFORM UNTIL WS-CTL-EOF = 'Y'
              READ CD-CTL-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-CTL-EOF
                 NOT AT END
                    IF CD-CTL-STATUS = 'P' OR CD-CTL-STATUS = 'A'
                       PERFORM 135-ADD-ROW
                    END-IF
              END-READ
           END-PERFORM.

       135-ADD-ROW.
           IF WS-ROW-COUNT < WS-ROW-MAX
              ADD 1 TO WS-ROW-COUNT
              MOVE WS-ROW-COUNT TO WS-ROW-IDX
              MOVE CD-CTL-JOB-NAME TO WS-ROW-JOB(WS-ROW-IDX)
              MOVE CD-CTL-TARGET-DATETIME TO WS-ROW-TARGET(WS-ROW-IDX)
              IF CD-CTL-START-VALUE IS NUMERIC
                 MOVE CD-CTL-START-VALUE
                    TO WS-ROW-START-VALUE(WS-ROW-IDX)
              ELSE
                 MOVE ZERO TO WS-ROW-START-VALUE(WS-ROW-IDX)
              END-IF
              IF CD-CTL-UNIT = 'SECONDS' OR 'MINUTES'
                 MOVE CD-CTL-UNIT TO WS-ROW-UNIT(WS-ROW-IDX)
              ELSE
                 IF CD-CTL-UNIT = 'TARGET'
                    AND CD-CTL-TARGET-DATETIME IS NUMERIC
                    MOVE CD-CTL-UNIT TO WS-ROW-UNIT(WS-ROW-IDX)
                 ELSE
                    MOVE 'CYCLES' TO WS-ROW-UNIT(WS-ROW-IDX)
                 END-IF
              END-IF
              IF (CD-CTL-FREQUENCY = 'D' OR 'B' OR 'W' OR 'M')
                 AND CD-CTL-TARGET-DATETIME IS NUMERIC
                 MOVE CD-CTL-FREQUENCY TO WS-ROW-FREQ(WS-ROW-IDX)
              ELSE
                 MOVE 'N' TO WS-ROW-FREQ(WS-ROW-IDX)
              END-IF
              IF CD-CTL-ANCHOR-DD IS NUMERIC
                 MOVE CD-CTL-ANCHOR-DD TO WS-ROW-ANCHOR-DD(WS-ROW-IDX)
              ELSE
                 MOVE ZERO TO WS-ROW-ANCHOR-DD(WS-ROW-IDX)
              END-IF
              MOVE CD-CTL-STATUS TO WS-ROW-STATUS(WS-ROW-IDX)
              MOVE CD-CTL-PREREQ-EVENT TO WS-ROW-PREREQ(WS-ROW-IDX)
              MOVE CD-CTL-SUCCESSOR-JOB
                 TO WS-ROW-SUCCESSOR(WS-ROW-IDX)
              MOVE 'N' TO WS-ROW-CHAINED(WS-ROW-IDX)
              MOVE SPACES TO WS-ROW-PRED-JOB(WS-ROW-IDX)
              MOVE ZERO TO WS-ROW-OCCURS(WS-ROW-IDX)
              MOVE ZERO TO WS-ROW-WALK(WS-ROW-IDX)
           ELSE
              ADD 1 TO WS-ROW-SKIPPED
           END-IF.

      *    A row named as another projected row's successor starts
      *    when that row finishes (COUNTDOWN pulls its target to
      *    "now" at the predecessor's FINISH), so it is projected
      *    behind its predecessor instead of on its own target.
       140-MARK-CHAINED.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
              IF WS-ROW-SUCCESSOR(WS-ROW-IDX) NOT = SPACES
                 MOVE WS-ROW-SUCCESSOR(WS-ROW-IDX) TO WS-FIND-JOB
                 PERFORM 240-FIND-ROW
                 IF WS-FIND-IDX > 0
                    AND WS-FIND-IDX NOT = WS-ROW-IDX
                    MOVE 'Y' TO WS-ROW-CHAINED(WS-FIND-IDX)
                    MOVE WS-ROW-JOB(WS-ROW-IDX)
                       TO WS-ROW-PRED-JOB(WS-FIND-IDX)
                 END-IF
              END-IF
           END-PERFORM.

      *    Expected run length: the job's average FINISH elapsed when
      *    it has history, otherwise its planned length at the same
      *    seconds-per-unit rates CDRECON plans with.
       150-SET-ROW-ESTIMATE.
           MOVE WS-ROW-JOB(WS-ROW-IDX) TO CD-SUM-JOB-NAME.
           MOVE 'N' TO WS-HIST-FOUND.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                 UNTIL WS-HIST-IDX > WS-HIST-COUNT
                 OR WS-HIST-FOUND = 'Y'
              IF WS-HIST-JOB(WS-HIST-IDX) = CD-SUM-JOB-NAME
                 MOVE 'Y' TO WS-HIST-FOUND
              END-IF
           END-PERFORM.
           IF WS-HIST-FOUND = 'Y'
              SUBTRACT 1 FROM WS-HIST-IDX
              COMPUTE WS-HIST-AVG-SEC ROUNDED =
                 WS-HIST-ELAPSED-SUM(WS-HIST-IDX)
                 / WS-HIST-RUNS(WS-HIST-IDX)
              MOVE WS-HIST-AVG-SEC TO WS-ROW-EST-SEC(WS-ROW-IDX)
              MOVE 'H' TO WS-ROW-EST-SRC(WS-ROW-IDX)
           ELSE
              EVALUATE WS-ROW-UNIT(WS-ROW-IDX)
                 WHEN 'SECONDS'
                    MOVE WS-ROW-START-VALUE(WS-ROW-IDX)
                       TO WS-ROW-EST-SEC(WS-ROW-IDX)
                 WHEN 'MINUTES'
                 WHEN 'TARGET'
                    COMPUTE WS-ROW-EST-SEC(WS-ROW-IDX) =
                       WS-ROW-START-VALUE(WS-ROW-IDX) * 60
                 WHEN OTHER
                    COMPUTE WS-ROW-EST-SEC(WS-ROW-IDX) =
                       WS-ROW-START-VALUE(WS-ROW-IDX)
                       * WS-CYCLE-SEC-PER-UNIT
              END-EVALUATE
              MOVE 'P' TO WS-ROW-EST-SRC(WS-ROW-IDX)
           END-IF.

      *    Chained rows are projected from their predecessor's
      *    finishes (230-PROJECT-CHAIN); one already in flight still
      *    shows its current run, and its own successors follow
      *    from that run's expected finish.
       200-PROJECT-ALL.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
              IF WS-ROW-CHAINED(WS-ROW-IDX) = 'N'
                 PERFORM 210-PROJECT-ONE-ROW
              ELSE
                 IF WS-ROW-STATUS(WS-ROW-IDX) = 'A'
                    MOVE WS-ROW-IDX TO WS-ADD-ROW-IDX
                    MOVE WS-AS-OF-SEC TO WS-ADD-START-SEC
                    COMPUTE WS-ADD-FINISH-SEC =
                       WS-AS-OF-SEC + WS-ROW-EST-SEC(WS-ROW-IDX)
                    MOVE 'IN FLIGHT' TO WS-ADD-NOTE
                    PERFORM 250-ADD-OCCURRENCE
                    MOVE WS-AS-OF-SEC TO WS-PROJ-START-SEC
                    MOVE WS-ADD-FINISH-SEC TO WS-PROJ-FINISH-SEC
                    IF WS-ROW-SUCCESSOR(WS-ROW-IDX) NOT = SPACES
                       PERFORM 230-PROJECT-CHAIN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    Seeds the next-occurrence fields from the stored target
      *    the way 242-SCHEDULE-NEXT-OCCURRENCE does, then projects
      *    occurrence after occurrence until one starts past the
      *    horizon (or a one-shot row has had its only run).
       210-PROJECT-ONE-ROW.
           MOVE WS-ROW-TARGET(WS-ROW-IDX) TO WS-NEXT-TARGET.
           IF WS-ROW-TARGET(WS-ROW-IDX) IS NUMERIC
              MOVE WS-NEXT-TARGET(1:8) TO WS-NEXT-YYYYMMDD
              MOVE WS-NEXT-YYYYMMDD(1:4) TO WS-NEXT-YYYY
              MOVE WS-NEXT-YYYYMMDD(5:2) TO WS-NEXT-MM
              MOVE WS-NEXT-YYYYMMDD(7:2) TO WS-NEXT-DD
              IF WS-ROW-ANCHOR-DD(WS-ROW-IDX) > 0
                 MOVE WS-ROW-ANCHOR-DD(WS-ROW-IDX) TO WS-ORIG-DD
              ELSE
                 MOVE WS-NEXT-DD TO WS-ORIG-DD
              END-IF
              COMPUTE WS-NEXT-DAYNO =
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-YYYYMMDD)
           END-IF.
           IF WS-ROW-STATUS(WS-ROW-IDX) = 'A'
              MOVE 'Y' TO WS-PROJ-INFLIGHT
           ELSE
              MOVE 'N' TO WS-PROJ-INFLIGHT
           END-IF.
           MOVE ZERO TO WS-PROJ-GUARD.
           MOVE 'N' TO WS-PROJ-DONE.
           PERFORM 215-PROJECT-OCCURRENCE
              UNTIL WS-PROJ-DONE = 'Y'.

      *    One occurrence: a pending row starts at its target (a
      *    TARGET row when its deadline comes within start-value
      *    minutes), never before the forecast starts - a row
      *    already overdue starts "now" and is noted as such.
       215-PROJECT-OCCURRENCE.
           ADD 1 TO WS-PROJ-GUARD.
           MOVE SPACES TO WS-PROJ-NOTE.
           IF WS-NEXT-TARGET IS NUMERIC
              MOVE WS-NEXT-TARGET TO WS-CNV-DATETIME
              PERFORM 800-DATETIME-TO-SECONDS
              MOVE WS-CNV-SECONDS TO WS-PROJ-TARGET-SEC
           ELSE
              MOVE WS-AS-OF-SEC TO WS-PROJ-TARGET-SEC
           END-IF.
           IF WS-PROJ-INFLIGHT = 'Y'
              MOVE WS-AS-OF-SEC TO WS-PROJ-START-SEC
              MOVE 'IN FLIGHT' TO WS-PROJ-NOTE
              MOVE 'N' TO WS-PROJ-INFLIGHT
           ELSE
              MOVE WS-PROJ-TARGET-SEC TO WS-PROJ-START-SEC
              IF WS-ROW-UNIT(WS-ROW-IDX) = 'TARGET'
                 AND WS-PROJ-TARGET-SEC >
                    WS-ROW-START-VALUE(WS-ROW-IDX) * 60
                 COMPUTE WS-PROJ-START-SEC = WS-PROJ-TARGET-SEC
                    - (WS-ROW-START-VALUE(WS-ROW-IDX) * 60)
              END-IF
              IF WS-PROJ-START-SEC < WS-AS-OF-SEC
                 MOVE WS-AS-OF-SEC TO WS-PROJ-START-SEC
                 MOVE 'OVERDUE' TO WS-PROJ-NOTE
              END-IF
           END-IF.
           IF WS-PROJ-START-SEC >= WS-HORIZON-END-SEC
              MOVE 'Y' TO WS-PROJ-DONE
           ELSE
              PERFORM 220-SET-FINISH
              IF WS-ROW-PREREQ(WS-ROW-IDX) NOT = SPACES
                 PERFORM 225-NOTE-PREREQ
              END-IF
              MOVE WS-ROW-IDX TO WS-ADD-ROW-IDX
              MOVE WS-PROJ-START-SEC TO WS-ADD-START-SEC
              MOVE WS-PROJ-FINISH-SEC TO WS-ADD-FINISH-SEC
              MOVE WS-PROJ-NOTE TO WS-ADD-NOTE
              PERFORM 250-ADD-OCCURRENCE
              IF WS-ROW-SUCCESSOR(WS-ROW-IDX) NOT = SPACES
                 PERFORM 230-PROJECT-CHAIN
              END-IF
              IF WS-ROW-FREQ(WS-ROW-IDX) = 'N'
                 OR WS-PROJ-GUARD >= WS-PROJ-GUARD-MAX
                 MOVE 'Y' TO WS-PROJ-DONE
              ELSE
      *          COUNTDOWN advances a finished recurring row past
      *          "now" - here, past this occurrence's finish.
                 MOVE ZERO TO WS-NEXT-SEC
                 PERFORM 405-ADVANCE-AND-CONVERT
                    UNTIL WS-NEXT-SEC > WS-PROJ-FINISH-SEC
              END-IF
           END-IF.

      *    A TARGET countdown ends at its deadline however late it
      *    was released; the other units run for the estimate.
       220-SET-FINISH.
           IF WS-ROW-UNIT(WS-ROW-IDX) = 'TARGET'
              IF WS-PROJ-TARGET-SEC > WS-PROJ-START-SEC
                 MOVE WS-PROJ-TARGET-SEC TO WS-PROJ-FINISH-SEC
              ELSE
                 MOVE WS-PROJ-START-SEC TO WS-PROJ-FINISH-SEC
              END-IF
           ELSE
              COMPUTE WS-PROJ-FINISH-SEC =
                 WS-PROJ-START-SEC + WS-ROW-EST-SEC(WS-ROW-IDX)
           END-IF.

      *    Arrival times cannot be forecast: a gated occurrence is
      *    projected at its earliest possible start and noted.
       225-NOTE-PREREQ.
           IF WS-PROJ-NOTE = SPACES
              STRING 'WAITS ON ' DELIMITED BY SIZE
                 WS-ROW-PREREQ(WS-ROW-IDX) DELIMITED BY SPACE
                 INTO WS-PROJ-NOTE
              END-STRING
           ELSE
              MOVE WS-PROJ-NOTE TO WS-PROJ-NOTE-WORK
              MOVE SPACES TO WS-PROJ-NOTE
              STRING WS-PROJ-NOTE-WORK DELIMITED BY '  '
                 ', WAITS ON ' DELIMITED BY SIZE
                 WS-ROW-PREREQ(WS-ROW-IDX) DELIMITED BY SPACE
                 INTO WS-PROJ-NOTE
              END-STRING
           END-IF.

      *    Follows the successor links from the occurrence just
      *    projected (WS-ROW-IDX finishing at WS-PROJ-FINISH-SEC):
      *    each link starts when the one before it finishes.  A link
      *    that leads back to the head, or a walk longer than there
      *    are rows, is a loop - COUNTDOWN would re-release it every
      *    night without end.
       230-PROJECT-CHAIN.
           MOVE WS-ROW-IDX TO WS-CHAIN-HEAD-IDX.
           MOVE WS-PROJ-START-SEC TO WS-CHAIN-HEAD-START.
           MOVE WS-PROJ-FINISH-SEC TO WS-LINK-FINISH-SEC.
           MOVE WS-ROW-SUCCESSOR(WS-ROW-IDX) TO WS-LINK-JOB.
           MOVE WS-ROW-JOB(WS-ROW-IDX) TO WS-LINK-PRED.
           MOVE SPACES TO WS-LINK-LAST.
           MOVE ZERO TO WS-LINK-COUNT.
           MOVE 'N' TO WS-CHAIN-LOOP.
           MOVE 'N' TO WS-CHAIN-END.
           PERFORM 235-PROJECT-CHAIN-LINK
              UNTIL WS-CHAIN-END = 'Y'.
           IF WS-LINK-COUNT > 0 OR WS-CHAIN-LOOP = 'Y'
              PERFORM 260-ADD-CHAIN-ENTRY
           END-IF.

       235-PROJECT-CHAIN-LINK.
           MOVE WS-LINK-JOB TO WS-FIND-JOB.
           PERFORM 240-FIND-ROW.
           MOVE WS-FIND-IDX TO WS-LINK-IDX.
           IF WS-LINK-IDX = 0
              MOVE 'Y' TO WS-CHAIN-END
           ELSE
              IF WS-LINK-IDX = WS-CHAIN-HEAD-IDX
                 OR WS-LINK-COUNT >= WS-ROW-COUNT
                 MOVE 'Y' TO WS-CHAIN-LOOP
                 MOVE 'Y' TO WS-CHAIN-END
              ELSE
                 ADD 1 TO WS-LINK-COUNT
                 MOVE WS-LINK-FINISH-SEC TO WS-PROJ-START-SEC
                 MOVE WS-LINK-FINISH-SEC TO WS-PROJ-TARGET-SEC
                 IF WS-ROW-UNIT(WS-LINK-IDX) = 'TARGET'
      *             A released TARGET row still waits for its own
      *             window - COUNTDOWN does not pull a deadline
      *             forward.
                    MOVE WS-ROW-TARGET(WS-LINK-IDX) TO WS-CNV-DATETIME
                    PERFORM 800-DATETIME-TO-SECONDS
                    MOVE WS-CNV-SECONDS TO WS-PROJ-TARGET-SEC
                    IF WS-PROJ-TARGET-SEC >
                          WS-ROW-START-VALUE(WS-LINK-IDX) * 60
                       COMPUTE WS-PROJ-WINDOW-SEC = WS-PROJ-TARGET-SEC
                          - (WS-ROW-START-VALUE(WS-LINK-IDX) * 60)
                       IF WS-PROJ-WINDOW-SEC > WS-PROJ-START-SEC
                          MOVE WS-PROJ-WINDOW-SEC TO WS-PROJ-START-SEC
                       END-IF
                    END-IF
                    IF WS-PROJ-TARGET-SEC > WS-PROJ-START-SEC
                       MOVE WS-PROJ-TARGET-SEC TO WS-PROJ-FINISH-SEC
                    ELSE
                       MOVE WS-PROJ-START-SEC TO WS-PROJ-FINISH-SEC
                    END-IF
                 ELSE
                    COMPUTE WS-PROJ-FINISH-SEC = WS-PROJ-START-SEC
                       + WS-ROW-EST-SEC(WS-LINK-IDX)
                 END-IF
                 MOVE SPACES TO WS-PROJ-NOTE
                 STRING 'AFTER ' DELIMITED BY SIZE
                    WS-LINK-PRED DELIMITED BY SPACE
                    INTO WS-PROJ-NOTE
                 END-STRING
                 IF WS-ROW-PREREQ(WS-LINK-IDX) NOT = SPACES
                    MOVE WS-ROW-IDX TO WS-SAVE-ROW-IDX
                    MOVE WS-LINK-IDX TO WS-ROW-IDX
                    PERFORM 225-NOTE-PREREQ
                    MOVE WS-SAVE-ROW-IDX TO WS-ROW-IDX
                 END-IF
                 IF WS-PROJ-START-SEC < WS-HORIZON-END-SEC
                    MOVE WS-LINK-IDX TO WS-ADD-ROW-IDX
                    MOVE WS-PROJ-START-SEC TO WS-ADD-START-SEC
                    MOVE WS-PROJ-FINISH-SEC TO WS-ADD-FINISH-SEC
                    MOVE WS-PROJ-NOTE TO WS-ADD-NOTE
                    PERFORM 250-ADD-OCCURRENCE
                 END-IF
                 MOVE WS-PROJ-FINISH-SEC TO WS-LINK-FINISH-SEC
                 MOVE WS-ROW-JOB(WS-LINK-IDX) TO WS-LINK-PRED
                 MOVE WS-ROW-JOB(WS-LINK-IDX) TO WS-LINK-LAST
                 MOVE WS-ROW-SUCCESSOR(WS-LINK-IDX) TO WS-LINK-JOB
                 IF WS-LINK-JOB = SPACES
                    MOVE 'Y' TO WS-CHAIN-END
                 END-IF
              END-IF
           END-IF.

      *    WS-FIND-IDX = the row for WS-FIND-JOB, zero when it is not
      *    a projected ('P'/'A') row.
       240-FIND-ROW.
           MOVE ZERO TO WS-FIND-IDX.
           PERFORM VARYING WS-OCC-IX2 FROM 1 BY 1
                 UNTIL WS-OCC-IX2 > WS-ROW-COUNT
                 OR WS-FIND-IDX > 0
              IF WS-ROW-JOB(WS-OCC-IX2) = WS-FIND-JOB
                 MOVE WS-OCC-IX2 TO WS-FIND-IDX
              END-IF
           END-PERFORM.

      *    Inserts one occurrence in start-time order and counts it
      *    against its night.
       250-ADD-OCCURRENCE.
           IF WS-OCC-COUNT >= WS-OCC-MAX
              ADD 1 TO WS-OCC-DROPPED
           ELSE
              MOVE 1 TO WS-OCC-POS
              PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                    UNTIL WS-OCC-IDX > WS-OCC-COUNT
                 IF WS-OCC-START-SEC(WS-OCC-IDX) <= WS-ADD-START-SEC
                    COMPUTE WS-OCC-POS = WS-OCC-IDX + 1
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-OCC-IX2 FROM WS-OCC-COUNT BY -1
                    UNTIL WS-OCC-IX2 < WS-OCC-POS
                 MOVE WS-OCC-ENTRY(WS-OCC-IX2)
                    TO WS-OCC-ENTRY(WS-OCC-IX2 + 1)
              END-PERFORM
              ADD 1 TO WS-OCC-COUNT
              MOVE WS-ADD-START-SEC TO WS-CNV-SECONDS
              PERFORM 820-SET-NIGHT
              MOVE WS-NIGHT-DATE TO WS-OCC-NIGHT(WS-OCC-POS)
              MOVE WS-ADD-START-SEC TO WS-OCC-START-SEC(WS-OCC-POS)
              MOVE WS-ADD-FINISH-SEC TO WS-OCC-FINISH-SEC(WS-OCC-POS)
              MOVE WS-ADD-ROW-IDX TO WS-OCC-ROW(WS-OCC-POS)
              MOVE ZERO TO WS-OCC-PEAK(WS-OCC-POS)
              MOVE WS-ADD-NOTE TO WS-OCC-NOTE(WS-OCC-POS)
              ADD 1 TO WS-ROW-OCCURS(WS-ADD-ROW-IDX)
              PERFORM 830-FIND-NIGHT
              IF WS-NIGHT-IDX > 0
                 ADD 1 TO WS-NT-DUE(WS-NIGHT-IDX)
              END-IF
              PERFORM 255-CHECK-CLOCK-CHANGE
           END-IF.

      *    Marks the occurrence just inserted when its start - or,
      *    for a TARGET row, its deadline - is a local time the
      *    clock change skips or repeats.
       255-CHECK-CLOCK-CHANGE.
           MOVE SPACE TO WS-OCC-CLOCK(WS-OCC-POS).
           MOVE SPACE TO WS-OCC-CLOCK-EVENT(WS-OCC-POS).
           MOVE WS-ADD-START-SEC TO WS-CNV-SECONDS.
           PERFORM 810-SECONDS-TO-DATETIME.
           PERFORM 840-CHECK-LOCAL-TIME.
           IF WS-TZ-FLAG = 'G' OR 'R'
              MOVE WS-TZ-FLAG TO WS-OCC-CLOCK(WS-OCC-POS)
              MOVE 'S' TO WS-OCC-CLOCK-EVENT(WS-OCC-POS)
           ELSE
              IF WS-ROW-UNIT(WS-ADD-ROW-IDX) = 'TARGET'
                 MOVE WS-ADD-FINISH-SEC TO WS-CNV-SECONDS
                 PERFORM 810-SECONDS-TO-DATETIME
                 PERFORM 840-CHECK-LOCAL-TIME
                 IF WS-TZ-FLAG = 'G' OR 'R'
                    MOVE WS-TZ-FLAG TO WS-OCC-CLOCK(WS-OCC-POS)
                    MOVE 'D' TO WS-OCC-CLOCK-EVENT(WS-OCC-POS)
                 END-IF
              END-IF
           END-IF.

      *    A chain is late when its last link finishes after the
      *    cutoff that closes the night its head started in.
       260-ADD-CHAIN-ENTRY.
           IF WS-CH-COUNT < WS-CH-MAX
              ADD 1 TO WS-CH-COUNT
              MOVE WS-CH-COUNT TO WS-CH-IDX
              MOVE WS-ROW-JOB(WS-CHAIN-HEAD-IDX)
                 TO WS-CH-HEAD(WS-CH-IDX)
              MOVE WS-LINK-LAST TO WS-CH-LAST(WS-CH-IDX)
              MOVE WS-LINK-COUNT TO WS-CH-LINKS(WS-CH-IDX)
              MOVE WS-LINK-FINISH-SEC TO WS-CH-END-SEC(WS-CH-IDX)
              MOVE SPACES TO WS-CH-FLAG(WS-CH-IDX)
              MOVE WS-CHAIN-HEAD-START TO WS-CNV-SECONDS
              PERFORM 820-SET-NIGHT
              MOVE WS-NIGHT-DATE TO WS-CH-NIGHT(WS-CH-IDX)
              IF WS-CHAIN-LOOP = 'Y'
                 MOVE 'CHAIN LOOPS' TO WS-CH-FLAG(WS-CH-IDX)
                 ADD 1 TO WS-LOOP-CHAINS
              ELSE
                 IF WS-LINK-FINISH-SEC >
                    ((WS-NIGHT-DAYNO + 1) * 86400) + WS-CUTOFF-DAY-SEC
                    MOVE 'PAST CUTOFF' TO WS-CH-FLAG(WS-CH-IDX)
                    ADD 1 TO WS-LATE-CHAINS
                    PERFORM 830-FIND-NIGHT
                    IF WS-NIGHT-IDX > 0
                       ADD 1 TO WS-NT-LATE(WS-NIGHT-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    A chained row that got no occurrence may sit on a loop no
      *    outside row starts (A -> B -> A): 230 only walks from a
      *    projected head, so such a loop is found here by walking
      *    the successor links from the row itself.  Coming back to
      *    a row of the same walk is a loop; reaching a row an
      *    earlier walk covered is not reported again.
       270-CHECK-UNHEADED-LOOPS.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
              IF WS-ROW-CHAINED(WS-ROW-IDX) = 'Y'
                 AND WS-ROW-OCCURS(WS-ROW-IDX) = 0
                 AND WS-ROW-WALK(WS-ROW-IDX) = 0
                 PERFORM 275-WALK-UNRELEASED
              END-IF
           END-PERFORM.

       275-WALK-UNRELEASED.
           MOVE WS-ROW-IDX TO WS-CHAIN-HEAD-IDX.
           MOVE WS-ROW-IDX TO WS-ROW-WALK(WS-ROW-IDX).
           MOVE WS-AS-OF-SEC TO WS-CHAIN-HEAD-START.
           MOVE WS-AS-OF-SEC TO WS-LINK-FINISH-SEC.
           MOVE WS-ROW-JOB(WS-ROW-IDX) TO WS-LINK-LAST.
           MOVE WS-ROW-SUCCESSOR(WS-ROW-IDX) TO WS-LINK-JOB.
           MOVE ZERO TO WS-LINK-COUNT.
           MOVE 'N' TO WS-CHAIN-LOOP.
           MOVE 'N' TO WS-CHAIN-END.
           PERFORM 280-WALK-ONE-LINK
              UNTIL WS-CHAIN-END = 'Y'.
           IF WS-CHAIN-LOOP = 'Y'
              PERFORM 260-ADD-CHAIN-ENTRY
           END-IF.

       280-WALK-ONE-LINK.
           IF WS-LINK-JOB = SPACES
              MOVE 'Y' TO WS-CHAIN-END
           ELSE
              MOVE WS-LINK-JOB TO WS-FIND-JOB
              PERFORM 240-FIND-ROW
              MOVE WS-FIND-IDX TO WS-LINK-IDX
              IF WS-LINK-IDX = 0
                 MOVE 'Y' TO WS-CHAIN-END
              ELSE
                 IF WS-ROW-WALK(WS-LINK-IDX) = WS-CHAIN-HEAD-IDX
                    OR WS-LINK-COUNT >= WS-ROW-COUNT
                    MOVE 'Y' TO WS-CHAIN-LOOP
                    MOVE 'Y' TO WS-CHAIN-END
                 ELSE
                    IF WS-ROW-WALK(WS-LINK-IDX) > 0
                       MOVE 'Y' TO WS-CHAIN-END
                    ELSE
                       ADD 1 TO WS-LINK-COUNT
                       MOVE WS-CHAIN-HEAD-IDX
                          TO WS-ROW-WALK(WS-LINK-IDX)
                       MOVE WS-ROW-JOB(WS-LINK-IDX) TO WS-LINK-LAST
                       MOVE WS-ROW-SUCCESSOR(WS-LINK-IDX)
                          TO WS-LINK-JOB
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Peak number of countdowns live at once, measured at each
      *    occurrence's start: everything already started and not
      *    yet finished, itself included.
       300-COMPUTE-CONCURRENCY.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                 UNTIL WS-OCC-IDX > WS-OCC-COUNT
              MOVE ZERO TO WS-OCC-PEAK-WORK
              PERFORM VARYING WS-OCC-IX2 FROM 1 BY 1
                    UNTIL WS-OCC-IX2 > WS-OCC-COUNT
                 IF WS-OCC-IX2 = WS-OCC-IDX
                    ADD 1 TO WS-OCC-PEAK-WORK
                 ELSE
                    IF WS-OCC-START-SEC(WS-OCC-IX2)
                          <= WS-OCC-START-SEC(WS-OCC-IDX)
                       AND WS-OCC-FINISH-SEC(WS-OCC-IX2)
                          > WS-OCC-START-SEC(WS-OCC-IDX)
                       ADD 1 TO WS-OCC-PEAK-WORK
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-OCC-PEAK-WORK TO WS-OCC-PEAK(WS-OCC-IDX)
              MOVE WS-OCC-NIGHT(WS-OCC-IDX) TO WS-NIGHT-DATE
              COMPUTE WS-NIGHT-DAYNO =
                 FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE)
              PERFORM 830-FIND-NIGHT
              IF WS-NIGHT-IDX > 0
                 IF WS-OCC-PEAK-WORK > WS-NT-PEAK(WS-NIGHT-IDX)
                    MOVE WS-OCC-PEAK-WORK TO WS-NT-PEAK(WS-NIGHT-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       405-ADVANCE-AND-CONVERT.
           PERFORM 400-ADVANCE-ONE-PERIOD.
           MOVE WS-NEXT-TARGET TO WS-CNV-DATETIME.
           PERFORM 800-DATETIME-TO-SECONDS.
           MOVE WS-CNV-SECONDS TO WS-NEXT-SEC.

      *    400 through 430 are COUNTDOWN's 244 through 249 - the
      *    forecast must land each occurrence exactly where COUNTDOWN
      *    will reschedule it.
       400-ADVANCE-ONE-PERIOD.
           EVALUATE WS-ROW-FREQ(WS-ROW-IDX)
              WHEN 'D'
                 ADD 1 TO WS-NEXT-DAYNO
                 PERFORM 425-DAYNO-TO-DATE
              WHEN 'B'
                 ADD 1 TO WS-NEXT-DAYNO
                 PERFORM 410-SKIP-WEEKEND
                 PERFORM 425-DAYNO-TO-DATE
              WHEN 'W'
                 ADD 7 TO WS-NEXT-DAYNO
                 PERFORM 425-DAYNO-TO-DATE
              WHEN 'M'
                 PERFORM 420-ADVANCE-ONE-MONTH
           END-EVALUATE
           MOVE WS-NEXT-YYYYMMDD TO WS-NEXT-TARGET(1:8)
           MOVE WS-ROW-TARGET(WS-ROW-IDX)(9:6) TO WS-NEXT-TARGET(9:6).

       410-SKIP-WEEKEND.
           PERFORM 415-CHECK-NONPROC-DAY
           PERFORM UNTIL WS-NONPROC-DAY = 'N'
              ADD 1 TO WS-NEXT-DAYNO
              PERFORM 415-CHECK-NONPROC-DAY
           END-PERFORM.

       415-CHECK-NONPROC-DAY.
           MOVE 'N' TO WS-NONPROC-DAY
           COMPUTE WS-NEXT-DOW =
              FUNCTION MOD(WS-NEXT-DAYNO - 1, 7)
           IF WS-NEXT-DOW >= 5
              MOVE 'Y' TO WS-NONPROC-DAY
           ELSE
              IF WS-HOL-AVAILABLE = 'Y'
                 COMPUTE WS-NEXT-YYYYMMDD =
                    FUNCTION DATE-OF-INTEGER(WS-NEXT-DAYNO)
                 MOVE WS-NEXT-YYYYMMDD TO CD-HOL-DATE
                 READ CD-HOL-FILE
                    KEY IS CD-HOL-DATE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'Y' TO WS-NONPROC-DAY
                 END-READ
              END-IF
           END-IF.

       420-ADVANCE-ONE-MONTH.
           ADD 1 TO WS-NEXT-MM.
           IF WS-NEXT-MM > 12
              MOVE 1 TO WS-NEXT-MM
              ADD 1 TO WS-NEXT-YYYY
           END-IF.
           PERFORM 430-SET-MONTH-END.
           IF WS-ORIG-DD > WS-NEXT-MAX-DD
              MOVE WS-NEXT-MAX-DD TO WS-NEXT-DD
           ELSE
              MOVE WS-ORIG-DD TO WS-NEXT-DD
           END-IF.
           MOVE WS-NEXT-YYYY TO WS-NEXT-YYYYMMDD(1:4).
           MOVE WS-NEXT-MM TO WS-NEXT-YYYYMMDD(5:2).
           MOVE WS-NEXT-DD TO WS-NEXT-YYYYMMDD(7:2).

       425-DAYNO-TO-DATE.
           COMPUTE WS-NEXT-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-NEXT-DAYNO).

       430-SET-MONTH-END.
           EVALUATE WS-NEXT-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO WS-NEXT-MAX-DD
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO WS-NEXT-MAX-DD
              WHEN 02
                 MOVE 28 TO WS-NEXT-MAX-DD
                 COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-NEXT-YYYY, 4)
                 IF WS-LEAP-REM = 0
                    COMPUTE WS-LEAP-REM =
                       FUNCTION MOD(WS-NEXT-YYYY, 100)
                    IF WS-LEAP-REM NOT = 0
                       MOVE 29 TO WS-NEXT-MAX-DD
                    ELSE
                       COMPUTE WS-LEAP-REM =
                          FUNCTION MOD(WS-NEXT-YYYY, 400)
                       IF WS-LEAP-REM = 0
                          MOVE 29 TO WS-NEXT-MAX-DD
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

       500-WRITE-OCCURRENCES.
           MOVE WS-NIGHTS TO WS-RPT-TI-NIGHTS.
           MOVE WS-FIRST-NIGHT TO WS-RPT-TI-FIRST.
           MOVE WS-CUTOFF-TIME TO WS-RPT-TI-CUTOFF.
           MOVE WS-RPT-TITLE-LINE TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE SPACES TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE WS-RPT-HEADING-1 TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                 UNTIL WS-OCC-IDX > WS-OCC-COUNT
              MOVE WS-OCC-ROW(WS-OCC-IDX) TO WS-ROW-IDX
              MOVE WS-OCC-NIGHT(WS-OCC-IDX) TO WS-RPT-NIGHT
              MOVE WS-OCC-START-SEC(WS-OCC-IDX) TO WS-CNV-SECONDS
              PERFORM 810-SECONDS-TO-DATETIME
              MOVE WS-CNV-DATETIME(1:8) TO WS-RPT-START-DT
              MOVE WS-CNV-DATETIME(9:6) TO WS-RPT-START-TM
              MOVE WS-OCC-FINISH-SEC(WS-OCC-IDX) TO WS-CNV-SECONDS
              PERFORM 810-SECONDS-TO-DATETIME
              MOVE WS-CNV-DATETIME(1:8) TO WS-RPT-FIN-DT
              MOVE WS-CNV-DATETIME(9:6) TO WS-RPT-FIN-TM
              MOVE WS-ROW-JOB(WS-ROW-IDX) TO WS-RPT-JOB
              MOVE WS-ROW-EST-SEC(WS-ROW-IDX) TO WS-RPT-EST-SEC
              MOVE WS-ROW-EST-SRC(WS-ROW-IDX) TO WS-RPT-EST-SRC
              MOVE WS-OCC-PEAK(WS-OCC-IDX) TO WS-RPT-LIVE
              MOVE WS-OCC-NOTE(WS-OCC-IDX) TO WS-RPT-NOTE
              MOVE WS-RPT-DETAIL TO CD-PLAN-RPT-LINE
              WRITE CD-PLAN-RPT-LINE
           END-PERFORM.

       550-WRITE-NIGHTS.
           MOVE SPACES TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE WS-RPT-HEADING-2 TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                 UNTIL WS-NIGHT-IDX > WS-NIGHTS
              MOVE WS-NT-DATE(WS-NIGHT-IDX) TO WS-RPT-NT-DATE
              MOVE WS-NT-DUE(WS-NIGHT-IDX) TO WS-RPT-NT-DUE
              MOVE WS-NT-PEAK(WS-NIGHT-IDX) TO WS-RPT-NT-PEAK
              MOVE WS-NT-LATE(WS-NIGHT-IDX) TO WS-RPT-NT-LATE
              MOVE SPACES TO WS-RPT-NT-FLAG
              IF WS-NT-PEAK(WS-NIGHT-IDX) > WS-SLOT-MAX
                 ADD 1 TO WS-BUSY-NIGHTS
                 IF WS-NT-LATE(WS-NIGHT-IDX) > 0
                    MOVE 'OVER SLOTS - WAVES DEFERRED, CHAIN LATE'
                       TO WS-RPT-NT-FLAG
                 ELSE
                    MOVE 'OVER SLOTS - WAVES DEFERRED'
                       TO WS-RPT-NT-FLAG
                 END-IF
              ELSE
                 IF WS-NT-LATE(WS-NIGHT-IDX) > 0
                    MOVE 'CHAIN PAST CUTOFF' TO WS-RPT-NT-FLAG
                 END-IF
              END-IF
              MOVE WS-RPT-NIGHT-LINE TO CD-PLAN-RPT-LINE
              WRITE CD-PLAN-RPT-LINE
           END-PERFORM.

       600-WRITE-CHAINS.
           MOVE SPACES TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE WS-RPT-HEADING-3 TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                 UNTIL WS-CH-IDX > WS-CH-COUNT
              MOVE WS-CH-NIGHT(WS-CH-IDX) TO WS-RPT-CH-NIGHT
              MOVE WS-CH-HEAD(WS-CH-IDX) TO WS-RPT-CH-HEAD
              MOVE WS-CH-LAST(WS-CH-IDX) TO WS-RPT-CH-LAST
              MOVE WS-CH-LINKS(WS-CH-IDX) TO WS-RPT-CH-LINKS
              MOVE WS-CH-END-SEC(WS-CH-IDX) TO WS-CNV-SECONDS
              PERFORM 810-SECONDS-TO-DATETIME
              MOVE WS-CNV-DATETIME(1:8) TO WS-RPT-CH-END-DT
              MOVE WS-CNV-DATETIME(9:6) TO WS-RPT-CH-END-TM
              MOVE WS-CH-FLAG(WS-CH-IDX) TO WS-RPT-CH-FLAG
              MOVE WS-RPT-CHAIN-LINE TO CD-PLAN-RPT-LINE
              WRITE CD-PLAN-RPT-LINE
           END-PERFORM.

      *    A chained row nothing released inside the horizon: its
      *    predecessor is not projected to finish in time (or at all).
       650-WRITE-UNRELEASED.
           MOVE SPACES TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE WS-RPT-HEADING-4 TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
              IF WS-ROW-CHAINED(WS-ROW-IDX) = 'Y'
                 AND WS-ROW-OCCURS(WS-ROW-IDX) = 0
                 ADD 1 TO WS-UNRELEASED-COUNT
                 MOVE WS-ROW-JOB(WS-ROW-IDX) TO WS-RPT-UN-JOB
                 MOVE WS-ROW-PRED-JOB(WS-ROW-IDX) TO WS-RPT-UN-PRED
                 MOVE WS-RPT-UNREL-LINE TO CD-PLAN-RPT-LINE
                 WRITE CD-PLAN-RPT-LINE
              END-IF
           END-PERFORM.

      *    Each flagged occurrence with the local time it will
      *    really happen at: a skipped-hour time is resolved to UTC
      *    as standard time and brought back to local, which lands
      *    it the same distance past the change; a repeated-hour time
      *    happens once, at its first occurrence.
       660-WRITE-CLOCK-CHANGES.
           MOVE SPACES TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE WS-RPT-HEADING-5 TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE WS-RPT-HEADING-6 TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                 UNTIL WS-OCC-IDX > WS-OCC-COUNT
              IF WS-OCC-CLOCK(WS-OCC-IDX) NOT = SPACE
                 PERFORM 665-WRITE-CLOCK-LINE
              END-IF
           END-PERFORM.

       665-WRITE-CLOCK-LINE.
           ADD 1 TO WS-CLOCK-COUNT.
           MOVE WS-OCC-ROW(WS-OCC-IDX) TO WS-ROW-IDX.
           MOVE WS-OCC-NIGHT(WS-OCC-IDX) TO WS-RPT-CK-NIGHT.
           MOVE WS-ROW-JOB(WS-ROW-IDX) TO WS-RPT-CK-JOB.
           IF WS-OCC-CLOCK-EVENT(WS-OCC-IDX) = 'D'
              MOVE 'DEADLINE' TO WS-RPT-CK-EVENT
              MOVE WS-OCC-FINISH-SEC(WS-OCC-IDX) TO WS-CNV-SECONDS
           ELSE
              MOVE 'START' TO WS-RPT-CK-EVENT
              MOVE WS-OCC-START-SEC(WS-OCC-IDX) TO WS-CNV-SECONDS
           END-IF.
           PERFORM 810-SECONDS-TO-DATETIME.
           MOVE WS-CNV-DATETIME(1:8) TO WS-RPT-CK-DT.
           MOVE WS-CNV-DATETIME(9:6) TO WS-RPT-CK-TM.
           IF WS-OCC-CLOCK(WS-OCC-IDX) = 'G'
              MOVE 'SKIPPED HOUR' TO WS-RPT-CK-CHANGE
              PERFORM 840-CHECK-LOCAL-TIME
              MOVE 'L' TO WS-TZ-FUNCTION
              MOVE WS-TZ-OUT TO WS-TZ-IN
              CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
                 WS-TZ-OFFSET, WS-TZ-FLAG
              MOVE 'U' TO WS-TZ-FUNCTION
              MOVE WS-TZ-OUT(1:8) TO WS-RPT-CK-RUN-DT
              MOVE WS-TZ-OUT(9:6) TO WS-RPT-CK-RUN-TM
           ELSE
              MOVE 'REPEATED HOUR' TO WS-RPT-CK-CHANGE
              MOVE WS-CNV-DATETIME(1:8) TO WS-RPT-CK-RUN-DT
              MOVE WS-CNV-DATETIME(9:6) TO WS-RPT-CK-RUN-TM
           END-IF.
           MOVE WS-RPT-CLOCK-LINE TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.

       700-WRITE-COUNTS.
           MOVE SPACES TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE 'ROWS PROJECTED    = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-ROW-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE 'OCCURRENCES       = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-OCC-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE 'NIGHTS OVER SLOTS = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-BUSY-NIGHTS TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE 'CHAINS PAST CUTOFF= ' TO WS-RPT-COUNT-TAG.
           MOVE WS-LATE-CHAINS TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE 'CHAIN LOOPS       = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-LOOP-CHAINS TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE 'NOT RELEASED      = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-UNRELEASED-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           MOVE 'CLOCK-CHANGE HOURS= ' TO WS-RPT-COUNT-TAG.
           MOVE WS-CLOCK-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-PLAN-RPT-LINE.
           WRITE CD-PLAN-RPT-LINE.
           IF WS-ROW-SKIPPED > 0 OR WS-OCC-DROPPED > 0
              MOVE 'NOT PROJECTED     = ' TO WS-RPT-COUNT-TAG
              COMPUTE WS-RPT-COUNT = WS-ROW-SKIPPED + WS-OCC-DROPPED
              MOVE WS-RPT-COUNT-LINE TO CD-PLAN-RPT-LINE
              WRITE CD-PLAN-RPT-LINE
           END-IF.

      *    YYYYMMDDHHMMSS in WS-CNV-DATETIME -> absolute seconds in
      *    WS-CNV-SECONDS.
       800-DATETIME-TO-SECONDS.
           MOVE WS-CNV-DATETIME(1:8) TO WS-CNV-YYYYMMDD.
           COMPUTE WS-CNV-SECONDS =
              (FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD) * 86400)
              + (FUNCTION NUMVAL(WS-CNV-DATETIME(9:2)) * 3600)
              + (FUNCTION NUMVAL(WS-CNV-DATETIME(11:2)) * 60)
              + FUNCTION NUMVAL(WS-CNV-DATETIME(13:2)).

      *    Absolute seconds in WS-CNV-SECONDS -> YYYYMMDDHHMMSS in
      *    WS-CNV-DATETIME.
       810-SECONDS-TO-DATETIME.
           DIVIDE WS-CNV-SECONDS BY 86400
              GIVING WS-CNV-DAYNO REMAINDER WS-CNV-REM.
           COMPUTE WS-CNV-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-CNV-DAYNO).
           DIVIDE WS-CNV-REM BY 3600
              GIVING WS-CNV-HH REMAINDER WS-CNV-REM.
           DIVIDE WS-CNV-REM BY 60
              GIVING WS-CNV-MI REMAINDER WS-CNV-SS.
           MOVE WS-CNV-YYYYMMDD TO WS-CNV-DATETIME(1:8).
           MOVE WS-CNV-HH TO WS-CNV-DATETIME(9:2).
           MOVE WS-CNV-MI TO WS-CNV-DATETIME(11:2).
           MOVE WS-CNV-SS TO WS-CNV-DATETIME(13:2).

      *    The night an instant (WS-CNV-SECONDS) belongs to: its own
      *    date, or the day before when it falls ahead of the cutoff
      *    - a 02:00 run is part of the previous evening's night.
       820-SET-NIGHT.
           DIVIDE WS-CNV-SECONDS BY 86400
              GIVING WS-NIGHT-DAYNO REMAINDER WS-CNV-REM.
           IF WS-CNV-REM < WS-CUTOFF-DAY-SEC
              SUBTRACT 1 FROM WS-NIGHT-DAYNO
           END-IF.
           COMPUTE WS-NIGHT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-NIGHT-DAYNO).

      *    The local YYYYMMDDHHMMSS in WS-CNV-DATETIME against the
      *    site zone rules: WS-TZ-FLAG 'G' skipped hour, 'R' repeated
      *    hour, UTC equivalent in WS-TZ-OUT.
       840-CHECK-LOCAL-TIME.
           MOVE WS-CNV-DATETIME TO WS-TZ-IN.
           CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
              WS-TZ-OFFSET, WS-TZ-FLAG.

      *    WS-NIGHT-IDX = the horizon slot for WS-NIGHT-DAYNO, zero
      *    when it falls outside the horizon.
       830-FIND-NIGHT.
           IF WS-NIGHT-DAYNO < WS-FIRST-NIGHT-DAYNO
              OR WS-NIGHT-DAYNO >= WS-FIRST-NIGHT-DAYNO + WS-NIGHTS
              MOVE ZERO TO WS-NIGHT-IDX
           ELSE
              COMPUTE WS-NIGHT-IDX =
                 WS-NIGHT-DAYNO - WS-FIRST-NIGHT-DAYNO + 1
           END-IF.
