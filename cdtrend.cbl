      * accumulate in a job table instead of a control break - which
      * also let the default window grow from four weeks to the year
      * the service review keeps asking for.
      *-----------------------------------------------------------------
      * Maint: a run whose start and finish stamps carry different
      * UTC offsets (it crossed a clock change) has its elapsed
      * seconds re-derived in UTC through CDTZ, so summaries written
      * before the writers worked in UTC no longer show a phantom
      * hour of overrun or underrun.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDTREND.
           77  WS-EVENT-YYYYMMDD   PIC 9(8) VALUE ZERO.
           77  WS-PLANNED-SEC      PIC 9(8) VALUE ZERO.
           77  WS-ACTUAL-SEC       PIC S9(8) VALUE ZERO.
           77  WS-ELA-START-UTC    PIC X(14) VALUE SPACES.
           77  WS-ELA-FIN-UTC      PIC X(14) VALUE SPACES.
           77  WS-ELA-START-YYYYMMDD PIC 9(8) VALUE ZERO.
           77  WS-ELA-FIN-YYYYMMDD PIC 9(8) VALUE ZERO.
           77  WS-TZ-FUNCTION      PIC X(1) VALUE 'U'.
           77  WS-TZ-IN            PIC X(26) VALUE SPACES.
           77  WS-TZ-OFFSET        PIC X(5) VALUE SPACES.
           77  WS-TZ-FLAG          PIC X(1) VALUE SPACE.
           77  WS-VARIANCE-SEC     PIC S9(8) VALUE ZERO.
           77  WS-JOB-AVG-SEC      PIC S9(8) VALUE ZERO.

           END-EVALUATE.
           COMPUTE WS-PLANNED-SEC =
              CD-SUM-START-VALUE * WS-SEC-PER-UNIT.
           PERFORM 245-ELAPSED-FROM-STAMPS.
           COMPUTE WS-VARIANCE-SEC = WS-ACTUAL-SEC - WS-PLANNED-SEC.
           ADD 1 TO WS-TOT-RUNS.
           PERFORM 210-FIND-JOB-ENTRY.
              END-IF
           END-IF.

      *    Summaries written before elapsed seconds were worked in
      *    UTC hold the wall-clock difference, an hour out for a run
      *    across a clock change.  When the two stamps carry
      *    different offsets the elapsed time is re-derived from them
      *    in UTC through CDTZ; otherwise the recorded figure stands.
       245-ELAPSED-FROM-STAMPS.
           MOVE CD-SUM-ELAPSED-SEC TO WS-ACTUAL-SEC.
           IF CD-SUM-START-TIMESTAMP(1:14) IS NUMERIC
              AND CD-SUM-FINISH-TIMESTAMP(1:14) IS NUMERIC
              AND (CD-SUM-START-TIMESTAMP(17:1) = '+' OR '-')
              AND (CD-SUM-FINISH-TIMESTAMP(17:1) = '+' OR '-')
              AND CD-SUM-START-TIMESTAMP(17:5)
                 NOT = CD-SUM-FINISH-TIMESTAMP(17:5)
              MOVE CD-SUM-START-TIMESTAMP TO WS-TZ-IN
              CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN,
                 WS-ELA-START-UTC, WS-TZ-OFFSET, WS-TZ-FLAG
              MOVE CD-SUM-FINISH-TIMESTAMP TO WS-TZ-IN
              CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN,
                 WS-ELA-FIN-UTC, WS-TZ-OFFSET, WS-TZ-FLAG
              MOVE WS-ELA-START-UTC(1:8) TO WS-ELA-START-YYYYMMDD
              MOVE WS-ELA-FIN-UTC(1:8) TO WS-ELA-FIN-YYYYMMDD
              COMPUTE WS-ACTUAL-SEC =
                 ((FUNCTION INTEGER-OF-DATE(WS-ELA-FIN-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(WS-ELA-START-YYYYMMDD))
                   * 86400)
                 + (FUNCTION NUMVAL(WS-ELA-FIN-UTC(9:2)) * 3600)
                 + (FUNCTION NUMVAL(WS-ELA-FIN-UTC(11:2)) * 60)
                 + FUNCTION NUMVAL(WS-ELA-FIN-UTC(13:2))
                 - (FUNCTION NUMVAL(WS-ELA-START-UTC(9:2)) * 3600)
                 - (FUNCTION NUMVAL(WS-ELA-START-UTC(11:2)) * 60)
                 - FUNCTION NUMVAL(WS-ELA-START-UTC(13:2))
              IF WS-ACTUAL-SEC < 0
                 MOVE ZERO TO WS-ACTUAL-SEC
              END-IF
           END-IF.

      *    Locates (or creates) this job's slot in the per-job table;
      *    WS-JOB-IDX is zero only when the table overflows, in which
      *    case the run still counts in the grand totals alone.
