      * record to CD-SUM-FILE, the same record COUNTDOWN writes at a
      * finish, so the reporting jobs cover CALLed runs from the
      * summaries without replaying the event log.
      *-----------------------------------------------------------------
      * Maint: the summary's elapsed seconds are worked in UTC
      * through CDTZ, so a pause across a clock change records its
      * real length.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDENGINE.
           77  WS-SUM-FIN-SEC      PIC 9(8) VALUE ZERO.
           77  WS-SUM-DAY-DIFF     PIC S9(9) VALUE ZERO.
           77  WS-SUM-ELAPSED      PIC S9(9) VALUE ZERO.
           77  WS-SUM-START-UTC    PIC X(14) VALUE SPACES.
           77  WS-SUM-FIN-UTC      PIC X(14) VALUE SPACES.
           77  WS-TZ-FUNCTION      PIC X(1) VALUE 'U'.
           77  WS-TZ-IN            PIC X(26) VALUE SPACES.
           77  WS-TZ-OFFSET        PIC X(5) VALUE SPACES.
           77  WS-TZ-FLAG          PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
           01  LK-START-VALUE      PIC 9(4).
           MOVE WS-UNIT TO CD-SUM-UNIT.
           MOVE ZERO TO CD-SUM-RESUME-COUNT.
           MOVE ZERO TO CD-SUM-ELAPSED-SEC.
      *    Both ends in UTC (CDTZ, from each stamp's own offset), so
      *    a pause across a clock change is its real length.
           MOVE WS-START-TS TO WS-TZ-IN.
           CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN,
              WS-SUM-START-UTC, WS-TZ-OFFSET, WS-TZ-FLAG.
           MOVE CD-SUM-FINISH-TIMESTAMP TO WS-TZ-IN.
           CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN,
              WS-SUM-FIN-UTC, WS-TZ-OFFSET, WS-TZ-FLAG.
           MOVE WS-SUM-START-UTC(1:8) TO WS-SUM-START-YYYYMMDD.
           MOVE WS-SUM-FIN-UTC(1:8) TO WS-SUM-FIN-YYYYMMDD.
           COMPUTE WS-SUM-START-SEC =
              (FUNCTION NUMVAL(WS-SUM-START-UTC(9:2)) * 3600)
              + (FUNCTION NUMVAL(WS-SUM-START-UTC(11:2)) * 60)
              + FUNCTION NUMVAL(WS-SUM-START-UTC(13:2)).
           COMPUTE WS-SUM-FIN-SEC =
              (FUNCTION NUMVAL(WS-SUM-FIN-UTC(9:2)) * 3600)
              + (FUNCTION NUMVAL(WS-SUM-FIN-UTC(11:2)) * 60)
              + FUNCTION NUMVAL(WS-SUM-FIN-UTC(13:2)).
           COMPUTE WS-SUM-DAY-DIFF =
              FUNCTION INTEGER-OF-DATE(WS-SUM-FIN-YYYYMMDD)
              - FUNCTION INTEGER-OF-DATE(WS-SUM-START-YYYYMMDD).
