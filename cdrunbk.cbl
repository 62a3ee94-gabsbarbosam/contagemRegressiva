      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDRUNBK - run-book instantiation
      * Cutover weekends and quarter-end close run the same six to
      * twelve chained countdowns every time - same labels, start
      * values, units, successor wiring and prerequisite gates, just
      * shifted to a new date - and the desk re-keyed every
      * CD-CTLTRN-RECORD by hand, sometimes with a successor name
      * wrong.  CDRUNBK reads the named book from the CD-RB-FILE
      * template file and generates the whole sequence: each step's
      * job is its stem plus the suffix given on CD-RBPARM-FILE, its
      * target is the base datetime plus its offset, and its
      * successor is re-pointed at the suffixed job of the step it
      * names.  A preview report of every generated row, with any
      * problem found (successor not in the book or wired in a loop,
      * job name too long or already on COUNTDOWN-CONTROL, bad start
      * value) is always printed first.  Only in generate mode, and
      * only when the preview is clean, are the add transactions
      * written to CD-CTL-TRANS - for CDMAINT to apply in the next
      * step, through its normal authorization check and CD-CHG-FILE
      * change history, under the user named on the parameter record.
      * This program never touches COUNTDOWN-CONTROL itself.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRUNBK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-RBPARM-FILE ASSIGN TO "CDRBPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RBPARM-STATUS.

           SELECT CD-RB-FILE ASSIGN TO "CDRBOOK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RB-STATUS.

           SELECT CD-CTL-FILE ASSIGN TO "CDCONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CTL-JOB-NAME
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CD-CTL-TRANS ASSIGN TO "CDCTLTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CD-RB-RPT ASSIGN TO "CDRBPRVW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-RBPARM-FILE.
           COPY CDRBPARM.

       FD  CD-RB-FILE.
           COPY CDRBOOK.

       FD  CD-CTL-FILE.
           COPY CDCTL.

       FD  CD-CTL-TRANS.
           COPY CDCTLTRN.

       FD  CD-RB-RPT.
           01  CD-RB-RPT-LINE          PIC X(160).

       WORKING-STORAGE SECTION.
           77  WS-RBPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-RB-STATUS        PIC XX VALUE SPACES.
           77  WS-CTL-STATUS       PIC XX VALUE SPACES.
           77  WS-TRANS-STATUS     PIC XX VALUE SPACES.
           77  WS-RPT-STATUS       PIC XX VALUE SPACES.
           77  WS-RB-EOF           PIC X(1) VALUE 'N'.
           77  WS-CTL-AVAILABLE    PIC X(1) VALUE 'N'.
           77  WS-PARM-VALID       PIC X(1) VALUE 'N'.
           77  WS-PARM-REASON      PIC X(30) VALUE SPACES.
           77  WS-DATE-VALID       PIC X(1) VALUE 'N'.

           77  WS-BOOK-NAME        PIC X(12) VALUE SPACES.
           77  WS-BASE-DATETIME    PIC X(14) VALUE SPACES.
           77  WS-SUFFIX           PIC X(8) VALUE SPACES.
           77  WS-USER-ID          PIC X(8) VALUE SPACES.
           77  WS-MODE             PIC X(1) VALUE 'P'.

      *    Same start value / decrement ranges CDMAINT enforces, so a
      *    step CDMAINT would reject is caught in the preview.
           77  WS-MIN-START-VALUE  PIC 9(4) VALUE 1.
           77  WS-MAX-START-VALUE  PIC 9(4) VALUE 9999.
           77  WS-MIN-DECREMENT    PIC 9(4) VALUE 1.
           77  WS-MAX-DECREMENT    PIC 9(4) VALUE 999.

           77  WS-CHK-YYYY         PIC 9(4) VALUE ZERO.
           77  WS-CHK-MM           PIC 9(2) VALUE ZERO.
           77  WS-CHK-DD           PIC 9(2) VALUE ZERO.
           77  WS-CHK-MAX-DD       PIC 9(2) VALUE ZERO.
           77  WS-LEAP-REM         PIC 9(4) VALUE ZERO.

           77  WS-BASE-SECONDS     PIC 9(12) VALUE ZERO.
           77  WS-CNV-SECONDS      PIC 9(12) VALUE ZERO.
           77  WS-CNV-DATETIME     PIC X(14) VALUE SPACES.
           77  WS-CNV-YYYYMMDD     PIC 9(8) VALUE ZERO.
           77  WS-CNV-DAYNO        PIC 9(9) VALUE ZERO.
           77  WS-CNV-REM          PIC 9(5) VALUE ZERO.
           77  WS-CNV-HH           PIC 9(2) VALUE ZERO.
           77  WS-CNV-MI           PIC 9(2) VALUE ZERO.
           77  WS-CNV-SS           PIC 9(2) VALUE ZERO.

           77  WS-ERROR-COUNT      PIC 9(4) VALUE ZERO.
           77  WS-WRITTEN-COUNT    PIC 9(4) VALUE ZERO.
           77  WS-FIND-IDX         PIC 9(3) VALUE ZERO.
           77  WS-STEP-IX2         PIC 9(3) VALUE ZERO.

      *    Successor-link walk for the loop check.
           77  WS-WALK-IDX         PIC 9(3) VALUE ZERO.
           77  WS-WALK-HOPS        PIC 9(3) VALUE ZERO.
           77  WS-WALK-END         PIC X(1) VALUE 'N'.

      *    The book's steps, in file order, with the generated job
      *    name, target and successor worked out for each.
           77  WS-STEP-MAX         PIC 9(3) VALUE 50.
           77  WS-STEP-COUNT       PIC 9(3) VALUE ZERO.
           77  WS-STEP-IDX         PIC 9(3) VALUE ZERO.
           77  WS-STEP-SKIPPED     PIC 9(4) VALUE ZERO.
           01  WS-STEP-TABLE.
               05  WS-STEP-ENTRY OCCURS 50 TIMES.
                   10  WS-STEP-SEQ         PIC 9(3).
                   10  WS-STEP-STEM        PIC X(12).
                   10  WS-STEP-SIGN        PIC X(1).
                   10  WS-STEP-OFFSET      PIC 9(5).
                   10  WS-STEP-START-VALUE PIC 9(4).
                   10  WS-STEP-DECREMENT   PIC 9(4).
                   10  WS-STEP-UNIT        PIC X(7).
                   10  WS-STEP-ALERT       PIC X(1).
                   10  WS-STEP-LABEL       PIC X(40).
                   10  WS-STEP-PREREQ      PIC X(20).
                   10  WS-STEP-SUCC-STEM   PIC X(12).
                   10  WS-STEP-JOB         PIC X(20).
                   10  WS-STEP-TARGET      PIC X(14).
                   10  WS-STEP-SUCC-JOB    PIC X(20).
                   10  WS-STEP-ERROR       PIC X(30).

           01  WS-RPT-TITLE-LINE.
               05  FILLER          PIC X(19)
                   VALUE 'CDRUNBK RUN BOOK - '.
               05  WS-RPT-TI-BOOK  PIC X(12).
               05  FILLER          PIC X(8) VALUE '  BASE  '.
               05  WS-RPT-TI-BASE  PIC X(14).
               05  FILLER          PIC X(10) VALUE '  SUFFIX  '.
               05  WS-RPT-TI-SUFFIX PIC X(8).
               05  FILLER          PIC X(8) VALUE '  USER  '.
               05  WS-RPT-TI-USER  PIC X(8).
               05  FILLER          PIC X(8) VALUE '  MODE  '.
               05  WS-RPT-TI-MODE  PIC X(8).

           01  WS-RPT-DETAIL.
               05  WS-RPT-SEQ      PIC ZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-JOB      PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TARGET   PIC X(14).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-START    PIC ZZZZ9.
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-UNIT     PIC X(7).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-SUCC     PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-PREREQ   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RESULT   PIC X(30).

           01  WS-RPT-HEADING-1    PIC X(160)
               VALUE 'SEQ  JOB NAME              TARGET          START U
      -        'NIT     SUCCESSOR             PREREQUISITE          RESU
      -        'LT'.

           01  WS-RPT-LABEL-LINE.
               05  FILLER          PIC X(5) VALUE SPACES.
               05  WS-RPT-LABEL    PIC X(40).

           01  WS-RPT-COUNT-LINE.
               05  WS-RPT-COUNT-TAG PIC X(20).
               05  WS-RPT-COUNT    PIC ZZZZZ9.

           01  WS-RPT-OUTCOME-LINE PIC X(160) VALUE SPACES.

           PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-RBPARM.
           IF WS-PARM-VALID NOT = 'Y'
              DISPLAY 'CDRUNBK: ' FUNCTION TRIM(WS-PARM-REASON)
                 ' - nothing generated'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 120-LOAD-BOOK.
           IF WS-STEP-COUNT = 0
              DISPLAY 'CDRUNBK: run book ' FUNCTION TRIM(WS-BOOK-NAME)
                 ' not found on CDRBOOK - nothing generated'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CD-CTL-FILE.
           IF WS-CTL-STATUS = '00'
              MOVE 'Y' TO WS-CTL-AVAILABLE
           END-IF.
           PERFORM 200-BUILD-STEP
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           PERFORM 250-CHECK-STEP
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           PERFORM 260-CHECK-SUCCESSOR-LOOP
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           IF WS-CTL-AVAILABLE = 'Y'
              CLOSE CD-CTL-FILE
           END-IF.
           IF WS-STEP-SKIPPED > 0
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

           PERFORM 500-WRITE-PREVIEW.
           IF WS-MODE = 'G' AND WS-ERROR-COUNT = 0
              PERFORM 400-WRITE-TRANSACTIONS
           END-IF.
           PERFORM 550-WRITE-OUTCOME.

           DISPLAY 'CDRUNBK: run book         = '
              FUNCTION TRIM(WS-BOOK-NAME).
           DISPLAY 'CDRUNBK: steps            = ' WS-STEP-COUNT.
           DISPLAY 'CDRUNBK: problems         = ' WS-ERROR-COUNT.
           DISPLAY 'CDRUNBK: transactions out = ' WS-WRITTEN-COUNT.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The parameter record is mandatory - without a book, base
      *    and suffix there is nothing sensible to default to.
       100-LOAD-RBPARM.
           MOVE 'N' TO WS-PARM-VALID.
           MOVE 'NO CDRBPARM RECORD' TO WS-PARM-REASON.
           OPEN INPUT CD-RBPARM-FILE.
           IF WS-RBPARM-STATUS = '00'
              READ CD-RBPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'Y' TO WS-PARM-VALID
                    MOVE CD-RBPARM-BOOK-NAME TO WS-BOOK-NAME
                    MOVE CD-RBPARM-BASE-DATETIME TO WS-BASE-DATETIME
                    MOVE CD-RBPARM-SUFFIX TO WS-SUFFIX
                    MOVE CD-RBPARM-USER-ID TO WS-USER-ID
                    IF CD-RBPARM-MODE = 'G'
                       MOVE 'G' TO WS-MODE
                    ELSE
                       MOVE 'P' TO WS-MODE
                    END-IF
              END-READ
              CLOSE CD-RBPARM-FILE
           END-IF.
           IF WS-PARM-VALID = 'Y'
              PERFORM 110-VALIDATE-RBPARM
           END-IF.

       110-VALIDATE-RBPARM.
           PERFORM 115-VALIDATE-BASE.
           IF WS-DATE-VALID NOT = 'Y'
              MOVE 'N' TO WS-PARM-VALID
              MOVE 'BAD BASE DATETIME' TO WS-PARM-REASON
           END-IF.
           IF WS-BOOK-NAME = SPACES
              MOVE 'N' TO WS-PARM-VALID
              MOVE 'NO RUN BOOK NAME' TO WS-PARM-REASON
           END-IF.
           IF WS-SUFFIX = SPACES
              MOVE 'N' TO WS-PARM-VALID
              MOVE 'NO JOB NAME SUFFIX' TO WS-PARM-REASON
           END-IF.
           IF WS-MODE = 'G' AND WS-USER-ID = SPACES
              MOVE 'N' TO WS-PARM-VALID
              MOVE 'NO USER ID TO GENERATE UNDER' TO WS-PARM-REASON
           END-IF.
           IF WS-PARM-VALID = 'Y'
              MOVE WS-BASE-DATETIME TO WS-CNV-DATETIME
              PERFORM 800-DATETIME-TO-SECONDS
              MOVE WS-CNV-SECONDS TO WS-BASE-SECONDS
           END-IF.

      *    Sets WS-DATE-VALID to 'Y' when the base is a real calendar
      *    date and time of day.
       115-VALIDATE-BASE.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-BASE-DATETIME IS NUMERIC
              MOVE WS-BASE-DATETIME(1:4) TO WS-CHK-YYYY
              MOVE WS-BASE-DATETIME(5:2) TO WS-CHK-MM
              MOVE WS-BASE-DATETIME(7:2) TO WS-CHK-DD
              IF WS-CHK-YYYY > 1600
                 AND WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
                 AND WS-BASE-DATETIME(9:2) <= '23'
                 AND WS-BASE-DATETIME(11:2) <= '59'
                 AND WS-BASE-DATETIME(13:2) <= '59'
                 PERFORM 117-SET-MONTH-END
                 IF WS-CHK-DD >= 1 AND WS-CHK-DD <= WS-CHK-MAX-DD
                    MOVE 'Y' TO WS-DATE-VALID
                 END-IF
              END-IF
           END-IF.

       117-SET-MONTH-END.
           EVALUATE WS-CHK-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO WS-CHK-MAX-DD
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO WS-CHK-MAX-DD
              WHEN 02
                 MOVE 28 TO WS-CHK-MAX-DD
                 COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-CHK-YYYY, 4)
                 IF WS-LEAP-REM = 0
                    COMPUTE WS-LEAP-REM =
                       FUNCTION MOD(WS-CHK-YYYY, 100)
                    IF WS-LEAP-REM NOT = 0
                       MOVE 29 TO WS-CHK-MAX-DD
                    ELSE
                       COMPUTE WS-LEAP-REM =
                          FUNCTION MOD(WS-CHK-YYYY, 400)
                       IF WS-LEAP-REM = 0
                          MOVE 29 TO WS-CHK-MAX-DD
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

       120-LOAD-BOOK.
           OPEN INPUT CD-RB-FILE.
           IF WS-RB-STATUS = '00'
              PERFORM UNTIL WS-RB-EOF = 'Y'
                 READ CD-RB-FILE
                    AT END
                       MOVE 'Y' TO WS-RB-EOF
                    NOT AT END
                       IF CD-RB-BOOK-NAME = WS-BOOK-NAME
                          PERFORM 125-ADD-STEP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-RB-FILE
           ELSE
              DISPLAY 'CDRUNBK: unable to open CDRBOOK, status = '
                 WS-RB-STATUS
           END-IF.

       125-ADD-STEP.
           IF WS-STEP-COUNT < WS-STEP-MAX
              ADD 1 TO WS-STEP-COUNT
              MOVE WS-STEP-COUNT TO WS-STEP-IDX
              MOVE CD-RB-STEP-SEQ TO WS-STEP-SEQ(WS-STEP-IDX)
              MOVE CD-RB-STEP-STEM TO WS-STEP-STEM(WS-STEP-IDX)
              MOVE CD-RB-OFFSET-SIGN TO WS-STEP-SIGN(WS-STEP-IDX)
              MOVE CD-RB-OFFSET-MIN TO WS-STEP-OFFSET(WS-STEP-IDX)
              MOVE CD-RB-START-VALUE TO WS-STEP-START-VALUE(WS-STEP-IDX)
              MOVE CD-RB-DECREMENT TO WS-STEP-DECREMENT(WS-STEP-IDX)
              MOVE CD-RB-UNIT TO WS-STEP-UNIT(WS-STEP-IDX)
              MOVE CD-RB-ALERT-FLAG TO WS-STEP-ALERT(WS-STEP-IDX)
              MOVE CD-RB-LABEL TO WS-STEP-LABEL(WS-STEP-IDX)
              MOVE CD-RB-PREREQ-EVENT TO WS-STEP-PREREQ(WS-STEP-IDX)
              MOVE CD-RB-SUCCESSOR-STEM
                 TO WS-STEP-SUCC-STEM(WS-STEP-IDX)
              MOVE SPACES TO WS-STEP-JOB(WS-STEP-IDX)
              MOVE SPACES TO WS-STEP-TARGET(WS-STEP-IDX)
              MOVE SPACES TO WS-STEP-SUCC-JOB(WS-STEP-IDX)
              MOVE SPACES TO WS-STEP-ERROR(WS-STEP-IDX)
           ELSE
              ADD 1 TO WS-STEP-SKIPPED
              DISPLAY 'CDRUNBK: run book has more than ' WS-STEP-MAX
                 ' steps - step ' CD-RB-STEP-SEQ ' not loaded'
           END-IF.

      *    Job name and target for one step.  The suffix is appended
      *    to the stem with no separator, so 'CUTDB' + 'Q3' gives
      *    'CUTDBQ3'; a result longer than a job name is an error,
      *    not a silent truncation that could collide with another.
       200-BUILD-STEP.
           IF WS-STEP-STEM(WS-STEP-IDX) = SPACES
              MOVE 'BLANK STEP STEM' TO WS-STEP-ERROR(WS-STEP-IDX)
           ELSE
              STRING WS-STEP-STEM(WS-STEP-IDX) DELIMITED BY SPACE
                 WS-SUFFIX DELIMITED BY SPACE
                 INTO WS-STEP-JOB(WS-STEP-IDX)
                 ON OVERFLOW
                    MOVE 'JOB NAME TOO LONG'
                       TO WS-STEP-ERROR(WS-STEP-IDX)
              END-STRING
           END-IF.
           IF WS-STEP-OFFSET(WS-STEP-IDX) IS NOT NUMERIC
              MOVE 'BAD OFFSET' TO WS-STEP-ERROR(WS-STEP-IDX)
           ELSE
              IF WS-STEP-SIGN(WS-STEP-IDX) = '-'
                 COMPUTE WS-CNV-SECONDS = WS-BASE-SECONDS
                    - (WS-STEP-OFFSET(WS-STEP-IDX) * 60)
              ELSE
                 COMPUTE WS-CNV-SECONDS = WS-BASE-SECONDS
                    + (WS-STEP-OFFSET(WS-STEP-IDX) * 60)
              END-IF
              PERFORM 810-SECONDS-TO-DATETIME
              MOVE WS-CNV-DATETIME TO WS-STEP-TARGET(WS-STEP-IDX)
           END-IF.

      *    Everything that would make CDMAINT reject the step, or
      *    wire the chain wrongly, is caught here - the first problem
      *    found is the one reported.
       250-CHECK-STEP.
           IF WS-STEP-ERROR(WS-STEP-IDX) = SPACES
              PERFORM 255-CHECK-DUPLICATE-STEM
           END-IF.
           IF WS-STEP-ERROR(WS-STEP-IDX) = SPACES
              IF WS-STEP-START-VALUE(WS-STEP-IDX) IS NOT NUMERIC
                 OR WS-STEP-START-VALUE(WS-STEP-IDX)
                    < WS-MIN-START-VALUE
                 OR WS-STEP-START-VALUE(WS-STEP-IDX)
                    > WS-MAX-START-VALUE
                 OR WS-STEP-DECREMENT(WS-STEP-IDX) IS NOT NUMERIC
                 OR WS-STEP-DECREMENT(WS-STEP-IDX) < WS-MIN-DECREMENT
                 OR WS-STEP-DECREMENT(WS-STEP-IDX) > WS-MAX-DECREMENT
                 MOVE 'BAD START/DECREMENT'
                    TO WS-STEP-ERROR(WS-STEP-IDX)
              END-IF
           END-IF.
           IF WS-STEP-ERROR(WS-STEP-IDX) = SPACES
              AND WS-STEP-SUCC-STEM(WS-STEP-IDX) NOT = SPACES
              MOVE ZERO TO WS-FIND-IDX
              PERFORM VARYING WS-STEP-IX2 FROM 1 BY 1
                    UNTIL WS-STEP-IX2 > WS-STEP-COUNT
                    OR WS-FIND-IDX > 0
                 IF WS-STEP-STEM(WS-STEP-IX2)
                    = WS-STEP-SUCC-STEM(WS-STEP-IDX)
                    MOVE WS-STEP-IX2 TO WS-FIND-IDX
                 END-IF
              END-PERFORM
              IF WS-FIND-IDX = 0
                 MOVE 'SUCCESSOR NOT IN RUN BOOK'
                    TO WS-STEP-ERROR(WS-STEP-IDX)
              ELSE
                 IF WS-FIND-IDX = WS-STEP-IDX
                    MOVE 'STEP IS ITS OWN SUCCESSOR'
                       TO WS-STEP-ERROR(WS-STEP-IDX)
                 ELSE
                    MOVE WS-STEP-JOB(WS-FIND-IDX)
                       TO WS-STEP-SUCC-JOB(WS-STEP-IDX)
                 END-IF
              END-IF
           END-IF.
           IF WS-STEP-ERROR(WS-STEP-IDX) = SPACES
              AND WS-CTL-AVAILABLE = 'Y'
              MOVE WS-STEP-JOB(WS-STEP-IDX) TO CD-CTL-JOB-NAME
              READ CD-CTL-FILE
                 KEY IS CD-CTL-JOB-NAME
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'JOB ALREADY ON CDCONTROL'
                       TO WS-STEP-ERROR(WS-STEP-IDX)
              END-READ
           END-IF.
           IF WS-STEP-ERROR(WS-STEP-IDX) NOT = SPACES
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

       255-CHECK-DUPLICATE-STEM.
           PERFORM VARYING WS-STEP-IX2 FROM 1 BY 1
                 UNTIL WS-STEP-IX2 >= WS-STEP-IDX
              IF WS-STEP-STEM(WS-STEP-IX2) = WS-STEP-STEM(WS-STEP-IDX)
                 MOVE 'DUPLICATE STEP STEM'
                    TO WS-STEP-ERROR(WS-STEP-IDX)
              END-IF
           END-PERFORM.

      *    A book wired A -> B -> A would generate a chain COUNTDOWN
      *    re-releases without end.  Each step's successor links are
      *    followed, at most one hop per step in the book; a walk
      *    that comes back to the step it started from is a loop.
      *    A step already refused keeps its first problem.
       260-CHECK-SUCCESSOR-LOOP.
           IF WS-STEP-ERROR(WS-STEP-IDX) = SPACES
              MOVE WS-STEP-IDX TO WS-WALK-IDX
              MOVE ZERO TO WS-WALK-HOPS
              MOVE 'N' TO WS-WALK-END
              PERFORM 265-WALK-ONE-HOP
                 UNTIL WS-WALK-END = 'Y'
           END-IF.

       265-WALK-ONE-HOP.
           ADD 1 TO WS-WALK-HOPS.
           MOVE ZERO TO WS-FIND-IDX.
           IF WS-STEP-SUCC-STEM(WS-WALK-IDX) NOT = SPACES
              PERFORM VARYING WS-STEP-IX2 FROM 1 BY 1
                    UNTIL WS-STEP-IX2 > WS-STEP-COUNT
                    OR WS-FIND-IDX > 0
                 IF WS-STEP-STEM(WS-STEP-IX2)
                    = WS-STEP-SUCC-STEM(WS-WALK-IDX)
                    MOVE WS-STEP-IX2 TO WS-FIND-IDX
                 END-IF
              END-PERFORM
           END-IF.
           EVALUATE TRUE
              WHEN WS-FIND-IDX = 0
                 MOVE 'Y' TO WS-WALK-END
              WHEN WS-FIND-IDX = WS-STEP-IDX
                 MOVE 'SUCCESSOR LOOP' TO WS-STEP-ERROR(WS-STEP-IDX)
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'Y' TO WS-WALK-END
              WHEN WS-WALK-HOPS >= WS-STEP-COUNT
                 MOVE 'Y' TO WS-WALK-END
              WHEN OTHER
                 MOVE WS-FIND-IDX TO WS-WALK-IDX
           END-EVALUATE.

      *    One add per step, signed by the parameter user - CDMAINT
      *    applies them with its own authorization and history, so a
      *    generated row is indistinguishable from a keyed one in the
      *    change trail.
       400-WRITE-TRANSACTIONS.
           OPEN OUTPUT CD-CTL-TRANS.
           IF WS-TRANS-STATUS NOT = '00'
              DISPLAY 'CDRUNBK: unable to open CDCTLTRN, status = '
                 WS-TRANS-STATUS
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                    UNTIL WS-STEP-IDX > WS-STEP-COUNT
                 MOVE SPACES TO CD-CTLTRN-RECORD
                 MOVE 'A' TO CD-CTLTRN-ACTION
                 MOVE WS-STEP-JOB(WS-STEP-IDX) TO CD-CTLTRN-JOB-NAME
                 MOVE WS-STEP-TARGET(WS-STEP-IDX)
                    TO CD-CTLTRN-TARGET-DATETIME
                 MOVE WS-STEP-START-VALUE(WS-STEP-IDX)
                    TO CD-CTLTRN-START-VALUE
                 MOVE WS-STEP-DECREMENT(WS-STEP-IDX)
                    TO CD-CTLTRN-DECREMENT
                 MOVE WS-STEP-UNIT(WS-STEP-IDX) TO CD-CTLTRN-UNIT
                 MOVE WS-STEP-ALERT(WS-STEP-IDX)
                    TO CD-CTLTRN-ALERT-FLAG
                 MOVE 'N' TO CD-CTLTRN-FREQUENCY
                 MOVE WS-STEP-LABEL(WS-STEP-IDX) TO CD-CTLTRN-LABEL
                 MOVE WS-STEP-PREREQ(WS-STEP-IDX)
                    TO CD-CTLTRN-PREREQ-EVENT
                 MOVE WS-STEP-SUCC-JOB(WS-STEP-IDX)
                    TO CD-CTLTRN-SUCCESSOR-JOB
                 MOVE WS-USER-ID TO CD-CTLTRN-USER-ID
                 WRITE CD-CTLTRN-RECORD
                 ADD 1 TO WS-WRITTEN-COUNT
              END-PERFORM
              CLOSE CD-CTL-TRANS
           END-IF.

       500-WRITE-PREVIEW.
           OPEN OUTPUT CD-RB-RPT.
           MOVE WS-BOOK-NAME TO WS-RPT-TI-BOOK.
           MOVE WS-BASE-DATETIME TO WS-RPT-TI-BASE.
           MOVE WS-SUFFIX TO WS-RPT-TI-SUFFIX.
           MOVE WS-USER-ID TO WS-RPT-TI-USER.
           IF WS-MODE = 'G'
              MOVE 'GENERATE' TO WS-RPT-TI-MODE
           ELSE
              MOVE 'PREVIEW' TO WS-RPT-TI-MODE
           END-IF.
           MOVE WS-RPT-TITLE-LINE TO CD-RB-RPT-LINE.
           WRITE CD-RB-RPT-LINE.
           MOVE SPACES TO CD-RB-RPT-LINE.
           WRITE CD-RB-RPT-LINE.
           MOVE WS-RPT-HEADING-1 TO CD-RB-RPT-LINE.
           WRITE CD-RB-RPT-LINE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
              MOVE WS-STEP-SEQ(WS-STEP-IDX) TO WS-RPT-SEQ
              MOVE WS-STEP-JOB(WS-STEP-IDX) TO WS-RPT-JOB
              MOVE WS-STEP-TARGET(WS-STEP-IDX) TO WS-RPT-TARGET
              IF WS-STEP-START-VALUE(WS-STEP-IDX) IS NUMERIC
                 MOVE WS-STEP-START-VALUE(WS-STEP-IDX) TO WS-RPT-START
              ELSE
                 MOVE ZERO TO WS-RPT-START
              END-IF
              MOVE WS-STEP-UNIT(WS-STEP-IDX) TO WS-RPT-UNIT
              MOVE WS-STEP-SUCC-JOB(WS-STEP-IDX) TO WS-RPT-SUCC
              MOVE WS-STEP-PREREQ(WS-STEP-IDX) TO WS-RPT-PREREQ
              IF WS-STEP-ERROR(WS-STEP-IDX) = SPACES
                 MOVE 'OK' TO WS-RPT-RESULT
              ELSE
                 MOVE WS-STEP-ERROR(WS-STEP-IDX) TO WS-RPT-RESULT
              END-IF
              MOVE WS-RPT-DETAIL TO CD-RB-RPT-LINE
              WRITE CD-RB-RPT-LINE
              MOVE WS-STEP-LABEL(WS-STEP-IDX) TO WS-RPT-LABEL
              MOVE WS-RPT-LABEL-LINE TO CD-RB-RPT-LINE
              WRITE CD-RB-RPT-LINE
           END-PERFORM.

       550-WRITE-OUTCOME.
           MOVE SPACES TO CD-RB-RPT-LINE.
           WRITE CD-RB-RPT-LINE.
           MOVE 'STEPS             = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-STEP-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-RB-RPT-LINE.
           WRITE CD-RB-RPT-LINE.
           MOVE 'PROBLEMS          = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-ERROR-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-RB-RPT-LINE.
           WRITE CD-RB-RPT-LINE.
           MOVE 'TRANSACTIONS OUT  = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-WRITTEN-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-RB-RPT-LINE.
           WRITE CD-RB-RPT-LINE.
           EVALUATE TRUE
              WHEN WS-ERROR-COUNT > 0
                 MOVE 'PROBLEMS FOUND - NO TRANSACTIONS WRITTEN, CORRECT
      -             ' THE RUN BOOK OR PARAMETERS AND RE-RUN'
                    TO WS-RPT-OUTCOME-LINE
              WHEN WS-MODE = 'G'
                 MOVE 'ADD TRANSACTIONS WRITTEN TO CDCTLTRN FOR CDMAINT'
                    TO WS-RPT-OUTCOME-LINE
              WHEN OTHER
                 MOVE 'PREVIEW ONLY - RE-RUN IN MODE G TO GENERATE THE T
      -             'RANSACTIONS'
                    TO WS-RPT-OUTCOME-LINE
           END-EVALUATE.
           MOVE WS-RPT-OUTCOME-LINE TO CD-RB-RPT-LINE.
           WRITE CD-RB-RPT-LINE.
           CLOSE CD-RB-RPT.

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
