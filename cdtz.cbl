      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDTZ - local time / UTC normalization
      * Every stamp the system writes comes from FUNCTION
      * CURRENT-DATE, local wall-clock time with the UTC offset in
      * positions 17-21, but the elapsed and overdue arithmetic used
      * only the first fourteen, so a run spanning the spring or
      * autumn clock change came out an hour long or an hour short,
      * and a target datetime in a skipped hour could never be
      * reached by an ordinary string compare.  CALLed with 'U',
      * CDTZ turns a local stamp into UTC: the stamp's own offset is
      * used when it carries one, otherwise (the bare YYYYMMDDHHMMSS
      * target on COUNTDOWN-CONTROL) the site rules on CD-TZPARM-
      * FILE decide.  A bare local time inside the hour skipped at
      * the spring change is flagged 'G' and taken as standard time
      * (it lands that far past the change, the first wall-clock
      * minute that really exists); one inside the hour repeated at
      * the autumn change is flagged 'R' and taken as its first,
      * daylight-time occurrence.  CALLed with 'L', CDTZ turns a UTC
      * time back into local wall-clock time under the same rules.
      * The rules are read once per run unit and kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDTZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-TZPARM-FILE ASSIGN TO "CDTZPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TZPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-TZPARM-FILE.
           COPY CDTZPARM.

       WORKING-STORAGE SECTION.
           77  WS-TZPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-TZ-LOADED        PIC X(1) VALUE 'N'.

      *    Zone rules in effect: offsets from UTC in minutes, and
      *    whether a daylight rule applies at all.  WS-NORTH is 'Y'
      *    when daylight time starts and ends in the same calendar
      *    year (start month before end month), 'N' when it spans
      *    the new year as it does south of the equator.
           77  WS-STD-MIN          PIC S9(4) VALUE ZERO.
           77  WS-DST-MIN          PIC S9(4) VALUE ZERO.
           77  WS-SHIFT-MIN        PIC S9(4) VALUE ZERO.
           77  WS-DST-RULE         PIC X(1) VALUE 'N'.
           77  WS-NORTH            PIC X(1) VALUE 'Y'.

      *    The daylight rule as taken from CDTZPARM, kept here since
      *    the parameter file is closed after the first call.
           77  WS-START-MM         PIC 9(2) VALUE ZERO.
           77  WS-START-WEEK       PIC 9(1) VALUE ZERO.
           77  WS-START-DOW        PIC 9(1) VALUE ZERO.
           77  WS-START-HHMM       PIC 9(4) VALUE ZERO.
           77  WS-END-MM           PIC 9(2) VALUE ZERO.
           77  WS-END-WEEK         PIC 9(1) VALUE ZERO.
           77  WS-END-DOW          PIC 9(1) VALUE ZERO.
           77  WS-END-HHMM         PIC 9(4) VALUE ZERO.

           77  WS-OFF-TEXT         PIC X(5) VALUE SPACES.
           77  WS-OFF-MIN          PIC S9(4) VALUE ZERO.
           77  WS-OFF-ABS          PIC 9(4) VALUE ZERO.
           77  WS-OFF-HH           PIC 9(2) VALUE ZERO.
           77  WS-OFF-MM           PIC 9(2) VALUE ZERO.
           77  WS-OFF-VALID        PIC X(1) VALUE 'N'.
           77  WS-IN-DST           PIC X(1) VALUE 'N'.

      *    One year's change instants, in absolute local minutes:
      *    WS-START-MIN is the standard-time wall clock daylight
      *    time starts at, WS-END-MIN the daylight-time wall clock
      *    it ends at.
           77  WS-RULE-YEAR        PIC 9(4) VALUE ZERO.
           77  WS-RULE-MM          PIC 9(2) VALUE ZERO.
           77  WS-RULE-WEEK        PIC 9(1) VALUE ZERO.
           77  WS-RULE-DOW         PIC 9(1) VALUE ZERO.
           77  WS-RULE-HHMM        PIC 9(4) VALUE ZERO.
           77  WS-RULE-YYYYMMDD    PIC 9(8) VALUE ZERO.
           77  WS-RULE-DAYNO       PIC S9(7) VALUE ZERO.
           77  WS-RULE-LAST-DAYNO  PIC S9(7) VALUE ZERO.
           77  WS-RULE-FIRST-DOW   PIC 9(1) VALUE ZERO.
           77  WS-RULE-MINUTES     PIC S9(11) VALUE ZERO.
           77  WS-START-MIN        PIC S9(11) VALUE ZERO.
           77  WS-END-MIN          PIC S9(11) VALUE ZERO.

           77  WS-IN-YYYYMMDD      PIC 9(8) VALUE ZERO.
           77  WS-IN-MIN           PIC S9(11) VALUE ZERO.
           77  WS-OUT-MIN          PIC S9(11) VALUE ZERO.
           77  WS-OUT-DAYNO        PIC S9(7) VALUE ZERO.
           77  WS-OUT-REM          PIC S9(5) VALUE ZERO.
           77  WS-OUT-YYYYMMDD     PIC 9(8) VALUE ZERO.
           77  WS-OUT-HH           PIC 9(2) VALUE ZERO.
           77  WS-OUT-MI           PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
           01  LK-TZ-FUNCTION         PIC X(1).
      *        'U' = local stamp to UTC
      *        'L' = UTC to local
           01  LK-TZ-IN               PIC X(26).
      *        YYYYMMDDHHMMSS, optionally followed (as CURRENT-DATE
      *        stamps are) by hundredths and a +HHMM/-HHMM offset.
           01  LK-TZ-OUT              PIC X(14).
      *        Converted YYYYMMDDHHMMSS.
           01  LK-TZ-OFFSET           PIC X(5).
      *        +HHMM/-HHMM offset the conversion applied.
           01  LK-TZ-FLAG             PIC X(1).
      *        ' ' = ordinary time
      *        'G' = local time in the hour skipped at the spring
      *              change (taken as standard time)
      *        'R' = local time in the hour repeated at the autumn
      *              change (taken as the first occurrence)
      *        'X' = not a datetime - passed through unchanged

       PROCEDURE DIVISION USING LK-TZ-FUNCTION, LK-TZ-IN, LK-TZ-OUT,
                                LK-TZ-OFFSET, LK-TZ-FLAG.
       000-MAIN.
           IF WS-TZ-LOADED = 'N'
              PERFORM 100-LOAD-ZONE-RULES
           END-IF.
           MOVE SPACE TO LK-TZ-FLAG.
           MOVE SPACES TO LK-TZ-OFFSET.
           MOVE LK-TZ-IN(1:14) TO LK-TZ-OUT.
           IF LK-TZ-IN(1:14) IS NOT NUMERIC
              MOVE 'X' TO LK-TZ-FLAG
           ELSE
              PERFORM 200-STAMP-TO-MINUTES
              IF LK-TZ-FUNCTION = 'L'
                 PERFORM 400-UTC-TO-LOCAL
              ELSE
                 PERFORM 300-LOCAL-TO-UTC
              END-IF
              PERFORM 500-MINUTES-TO-STAMP
              PERFORM 900-FORMAT-OFFSET
           END-IF.
           GOBACK.

      *    Standard offset defaults to whatever the system clock
      *    reports, so a site with no CDTZPARM behaves as before.  A
      *    daylight rule is only taken when every part of it is
      *    usable and it moves the clock forward.
       100-LOAD-ZONE-RULES.
           MOVE 'Y' TO WS-TZ-LOADED.
           MOVE FUNCTION CURRENT-DATE(17:5) TO WS-OFF-TEXT.
           PERFORM 110-OFFSET-TO-MINUTES.
           IF WS-OFF-VALID = 'Y'
              MOVE WS-OFF-MIN TO WS-STD-MIN
           END-IF.
           OPEN INPUT CD-TZPARM-FILE.
           IF WS-TZPARM-STATUS = '00'
              READ CD-TZPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 120-TAKE-ZONE-RECORD
              END-READ
              CLOSE CD-TZPARM-FILE
           END-IF.

       110-OFFSET-TO-MINUTES.
           MOVE 'N' TO WS-OFF-VALID.
           IF (WS-OFF-TEXT(1:1) = '+' OR '-')
              AND WS-OFF-TEXT(2:4) IS NUMERIC
              AND WS-OFF-TEXT(4:2) < '60'
              MOVE 'Y' TO WS-OFF-VALID
              COMPUTE WS-OFF-MIN =
                 (FUNCTION NUMVAL(WS-OFF-TEXT(2:2)) * 60)
                 + FUNCTION NUMVAL(WS-OFF-TEXT(4:2))
              IF WS-OFF-TEXT(1:1) = '-'
                 COMPUTE WS-OFF-MIN = 0 - WS-OFF-MIN
              END-IF
           END-IF.

       120-TAKE-ZONE-RECORD.
           MOVE CD-TZPARM-STD-OFFSET TO WS-OFF-TEXT.
           PERFORM 110-OFFSET-TO-MINUTES.
           IF WS-OFF-VALID = 'Y'
              MOVE WS-OFF-MIN TO WS-STD-MIN
           ELSE
              DISPLAY 'CDTZ: standard offset on CDTZPARM not usable ('
                 CD-TZPARM-STD-OFFSET ') - system offset kept'
           END-IF.
           IF CD-TZPARM-DST-OFFSET NOT = SPACES
              MOVE CD-TZPARM-DST-OFFSET TO WS-OFF-TEXT
              PERFORM 110-OFFSET-TO-MINUTES
              IF WS-OFF-VALID = 'Y'
                 AND WS-OFF-MIN > WS-STD-MIN
                 AND CD-TZPARM-DST-START IS NUMERIC
                 AND CD-TZPARM-DST-END IS NUMERIC
                 AND CD-TZPARM-START-MM >= 1
                 AND CD-TZPARM-START-MM <= 12
                 AND CD-TZPARM-END-MM >= 1
                 AND CD-TZPARM-END-MM <= 12
                 AND CD-TZPARM-START-MM NOT = CD-TZPARM-END-MM
                 AND CD-TZPARM-START-WEEK >= 1
                 AND CD-TZPARM-START-WEEK <= 5
                 AND CD-TZPARM-END-WEEK >= 1
                 AND CD-TZPARM-END-WEEK <= 5
                 AND CD-TZPARM-START-DOW >= 1
                 AND CD-TZPARM-START-DOW <= 7
                 AND CD-TZPARM-END-DOW >= 1
                 AND CD-TZPARM-END-DOW <= 7
                 AND CD-TZPARM-START-HHMM < 2400
                 AND CD-TZPARM-END-HHMM < 2400
                 MOVE WS-OFF-MIN TO WS-DST-MIN
                 COMPUTE WS-SHIFT-MIN = WS-DST-MIN - WS-STD-MIN
                 MOVE 'Y' TO WS-DST-RULE
                 MOVE CD-TZPARM-START-MM TO WS-START-MM
                 MOVE CD-TZPARM-START-WEEK TO WS-START-WEEK
                 MOVE CD-TZPARM-START-DOW TO WS-START-DOW
                 MOVE CD-TZPARM-START-HHMM TO WS-START-HHMM
                 MOVE CD-TZPARM-END-MM TO WS-END-MM
                 MOVE CD-TZPARM-END-WEEK TO WS-END-WEEK
                 MOVE CD-TZPARM-END-DOW TO WS-END-DOW
                 MOVE CD-TZPARM-END-HHMM TO WS-END-HHMM
                 IF CD-TZPARM-START-MM < CD-TZPARM-END-MM
                    MOVE 'Y' TO WS-NORTH
                 ELSE
                    MOVE 'N' TO WS-NORTH
                 END-IF
              ELSE
                 DISPLAY 'CDTZ: daylight rule on CDTZPARM not usable'
                    ' - standard time used all year'
              END-IF
           END-IF.

      *    Absolute minutes of the YYYYMMDDHHMM passed in, via
      *    INTEGER-OF-DATE like every other age calculation here.
       200-STAMP-TO-MINUTES.
           MOVE LK-TZ-IN(1:8) TO WS-IN-YYYYMMDD.
           COMPUTE WS-IN-MIN =
              (FUNCTION INTEGER-OF-DATE(WS-IN-YYYYMMDD) * 1440)
              + (FUNCTION NUMVAL(LK-TZ-IN(9:2)) * 60)
              + FUNCTION NUMVAL(LK-TZ-IN(11:2)).

      *    A carried offset is the truth about when the stamp was
      *    taken; only a bare local time needs the zone rules.
       300-LOCAL-TO-UTC.
           MOVE 'N' TO WS-OFF-VALID.
           IF LK-TZ-IN(17:1) = '+' OR '-'
              MOVE LK-TZ-IN(17:5) TO WS-OFF-TEXT
              PERFORM 110-OFFSET-TO-MINUTES
           END-IF.
           IF WS-OFF-VALID = 'N'
              PERFORM 310-ZONE-LOCAL-TO-UTC
           END-IF.
           COMPUTE WS-OUT-MIN = WS-IN-MIN - WS-OFF-MIN.

       310-ZONE-LOCAL-TO-UTC.
           MOVE WS-STD-MIN TO WS-OFF-MIN.
           IF WS-DST-RULE = 'Y'
              MOVE LK-TZ-IN(1:4) TO WS-RULE-YEAR
              PERFORM 320-SET-YEAR-RULES
              IF WS-IN-MIN >= WS-START-MIN
                 AND WS-IN-MIN < WS-START-MIN + WS-SHIFT-MIN
                 MOVE 'G' TO LK-TZ-FLAG
              ELSE
                 IF WS-IN-MIN >= WS-END-MIN - WS-SHIFT-MIN
                    AND WS-IN-MIN < WS-END-MIN
                    MOVE 'R' TO LK-TZ-FLAG
                    MOVE WS-DST-MIN TO WS-OFF-MIN
                 ELSE
                    MOVE 'N' TO WS-IN-DST
                    IF WS-NORTH = 'Y'
                       IF WS-IN-MIN >= WS-START-MIN
                          AND WS-IN-MIN < WS-END-MIN
                          MOVE 'Y' TO WS-IN-DST
                       END-IF
                    ELSE
                       IF WS-IN-MIN >= WS-START-MIN
                          OR WS-IN-MIN < WS-END-MIN
                          MOVE 'Y' TO WS-IN-DST
                       END-IF
                    END-IF
                    IF WS-IN-DST = 'Y'
                       MOVE WS-DST-MIN TO WS-OFF-MIN
                    END-IF
                 END-IF
              END-IF
           END-IF.

       320-SET-YEAR-RULES.
           MOVE WS-START-MM TO WS-RULE-MM.
           MOVE WS-START-WEEK TO WS-RULE-WEEK.
           MOVE WS-START-DOW TO WS-RULE-DOW.
           MOVE WS-START-HHMM TO WS-RULE-HHMM.
           PERFORM 330-RULE-TO-MINUTES.
           MOVE WS-RULE-MINUTES TO WS-START-MIN.
           MOVE WS-END-MM TO WS-RULE-MM.
           MOVE WS-END-WEEK TO WS-RULE-WEEK.
           MOVE WS-END-DOW TO WS-RULE-DOW.
           MOVE WS-END-HHMM TO WS-RULE-HHMM.
           PERFORM 330-RULE-TO-MINUTES.
           MOVE WS-RULE-MINUTES TO WS-END-MIN.

      *    The n-th (or, for week 5, the last) given weekday of the
      *    rule month in WS-RULE-YEAR.  INTEGER-OF-DATE day 1 is a
      *    Monday, so MOD(day - 1, 7) + 1 is the weekday 1-7.
       330-RULE-TO-MINUTES.
           COMPUTE WS-RULE-YYYYMMDD =
              (WS-RULE-YEAR * 10000) + (WS-RULE-MM * 100) + 1.
           COMPUTE WS-RULE-DAYNO =
              FUNCTION INTEGER-OF-DATE(WS-RULE-YYYYMMDD).
           IF WS-RULE-WEEK = 5
              IF WS-RULE-MM = 12
                 COMPUTE WS-RULE-YYYYMMDD =
                    ((WS-RULE-YEAR + 1) * 10000) + 101
              ELSE
                 COMPUTE WS-RULE-YYYYMMDD =
                    (WS-RULE-YEAR * 10000) + ((WS-RULE-MM + 1) * 100)
                    + 1
              END-IF
              COMPUTE WS-RULE-LAST-DAYNO =
                 FUNCTION INTEGER-OF-DATE(WS-RULE-YYYYMMDD) - 1
              COMPUTE WS-RULE-FIRST-DOW =
                 FUNCTION MOD(WS-RULE-LAST-DAYNO - 1, 7) + 1
              COMPUTE WS-RULE-DAYNO = WS-RULE-LAST-DAYNO
                 - FUNCTION MOD(WS-RULE-FIRST-DOW - WS-RULE-DOW + 7, 7)
           ELSE
              COMPUTE WS-RULE-FIRST-DOW =
                 FUNCTION MOD(WS-RULE-DAYNO - 1, 7) + 1
              COMPUTE WS-RULE-DAYNO = WS-RULE-DAYNO
                 + FUNCTION MOD(WS-RULE-DOW - WS-RULE-FIRST-DOW + 7, 7)
                 + ((WS-RULE-WEEK - 1) * 7)
           END-IF.
           COMPUTE WS-RULE-MINUTES = (WS-RULE-DAYNO * 1440)
              + (FUNCTION NUMVAL(WS-RULE-HHMM(1:2)) * 60)
              + FUNCTION NUMVAL(WS-RULE-HHMM(3:2)).

      *    In UTC the change instants are the standard-time start
      *    less the standard offset and the daylight-time end less
      *    the daylight offset; between them (or, south of the
      *    equator, outside them) the daylight offset applies.
       400-UTC-TO-LOCAL.
           MOVE WS-STD-MIN TO WS-OFF-MIN.
           IF WS-DST-RULE = 'Y'
              MOVE LK-TZ-IN(1:4) TO WS-RULE-YEAR
              PERFORM 320-SET-YEAR-RULES
              COMPUTE WS-START-MIN = WS-START-MIN - WS-STD-MIN
              COMPUTE WS-END-MIN = WS-END-MIN - WS-DST-MIN
              MOVE 'N' TO WS-IN-DST
              IF WS-NORTH = 'Y'
                 IF WS-IN-MIN >= WS-START-MIN
                    AND WS-IN-MIN < WS-END-MIN
                    MOVE 'Y' TO WS-IN-DST
                 END-IF
              ELSE
                 IF WS-IN-MIN >= WS-START-MIN
                    OR WS-IN-MIN < WS-END-MIN
                    MOVE 'Y' TO WS-IN-DST
                 END-IF
              END-IF
              IF WS-IN-DST = 'Y'
                 MOVE WS-DST-MIN TO WS-OFF-MIN
              END-IF
           END-IF.
           COMPUTE WS-OUT-MIN = WS-IN-MIN + WS-OFF-MIN.

      *    Back from absolute minutes to YYYYMMDDHHMMSS; the seconds
      *    are never shifted, so they are carried straight across.
       500-MINUTES-TO-STAMP.
           DIVIDE WS-OUT-MIN BY 1440 GIVING WS-OUT-DAYNO
              REMAINDER WS-OUT-REM.
           COMPUTE WS-OUT-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-OUT-DAYNO).
           DIVIDE WS-OUT-REM BY 60 GIVING WS-OUT-HH
              REMAINDER WS-OUT-MI.
           MOVE WS-OUT-YYYYMMDD TO LK-TZ-OUT(1:8).
           MOVE WS-OUT-HH TO LK-TZ-OUT(9:2).
           MOVE WS-OUT-MI TO LK-TZ-OUT(11:2).
           MOVE LK-TZ-IN(13:2) TO LK-TZ-OUT(13:2).

       900-FORMAT-OFFSET.
           IF WS-OFF-MIN < 0
              MOVE '-' TO LK-TZ-OFFSET(1:1)
              COMPUTE WS-OFF-ABS = 0 - WS-OFF-MIN
           ELSE
              MOVE '+' TO LK-TZ-OFFSET(1:1)
              MOVE WS-OFF-MIN TO WS-OFF-ABS
           END-IF.
           DIVIDE WS-OFF-ABS BY 60 GIVING WS-OFF-HH
              REMAINDER WS-OFF-MM.
           MOVE WS-OFF-HH TO LK-TZ-OFFSET(2:2).
           MOVE WS-OFF-MM TO LK-TZ-OFFSET(4:2).
