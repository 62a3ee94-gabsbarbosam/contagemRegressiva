      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDSLARPT - monthly SLA attainment report by owner
      * CDRECON answers "did today's runs overrun the one global
      * threshold?" and CDTREND "is the countdown getting slower?";
      * CDSLARPT answers "did we keep what we promised?".  Reads one
      * calendar month of CD-SUM-FILE run summaries (CD-SLPARM-FILE,
      * defaulting to the previous month) and measures every run of
      * a job on the CD-SLA-FILE commitment master against that
      * job's own commitment.  A run breaches when it finished after
      * the job's must-finish-by time, took longer than its maximum
      * elapsed time, was CANCELled or was REJECTed; attainment is
      * the share of the month's runs with no breach, set against
      * the job's target.  Each business owner gets a page of their
      * own - per-job runs, breaches by kind and attainment, then
      * every breach listed with its finish timestamp and resume
      * count - so the service review can hand each owner their own
      * page.  A closing page summarizes all owners.  Jobs with no
      * commitment on the master are counted but not reported.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDSLARPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-SLPARM-FILE ASSIGN TO "CDSLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLPARM-STATUS.

           SELECT CD-SLA-FILE ASSIGN TO "CDSLA"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-SLA-JOB-NAME
               FILE STATUS IS WS-SLA-STATUS.

           SELECT CD-SUM-FILE ASSIGN TO "CDSUMRY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT CD-SLA-RPT ASSIGN TO "CDSLARPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-SLPARM-FILE.
           COPY CDSLPARM.

       FD  CD-SLA-FILE.
           COPY CDSLA.

       FD  CD-SUM-FILE.
           COPY CDSUM.

       FD  CD-SLA-RPT.
           01  CD-SLA-RPT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
           77  WS-SLPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-SLA-STATUS       PIC XX VALUE SPACES.
           77  WS-SUM-STATUS       PIC XX VALUE SPACES.
           77  WS-RPT-STATUS       PIC XX VALUE SPACES.
           77  WS-SLA-EOF          PIC X(1) VALUE 'N'.
           77  WS-SUM-EOF          PIC X(1) VALUE 'N'.

           77  WS-MONTH            PIC X(6) VALUE SPACES.
           77  WS-TODAY            PIC X(8) VALUE SPACES.
           77  WS-CUR-YYYY         PIC 9(4) VALUE ZERO.
           77  WS-CUR-MM           PIC 9(2) VALUE ZERO.

           77  WS-RUN-LATE         PIC X(1) VALUE 'N'.
           77  WS-RUN-LONG         PIC X(1) VALUE 'N'.
           77  WS-RUN-BREACHED     PIC X(1) VALUE 'N'.
           77  WS-BREACH-KIND      PIC X(12) VALUE SPACES.
           77  WS-DUE-DATE         PIC 9(8) VALUE ZERO.
           77  WS-DUE-DATETIME     PIC X(14) VALUE SPACES.
           77  WS-ATTAIN           PIC 9(3)V99 VALUE ZERO.
           77  WS-ATTAIN-EDIT      PIC ZZ9.99.

           77  WS-TOT-RUNS         PIC 9(6) VALUE ZERO.
           77  WS-TOT-BREACHED     PIC 9(6) VALUE ZERO.
           77  WS-TOT-NO-SLA       PIC 9(6) VALUE ZERO.
           77  WS-TOT-BELOW        PIC 9(6) VALUE ZERO.
           77  WS-TOT-UNLISTED     PIC 9(6) VALUE ZERO.

      *    One slot per job on the commitment master, loaded in job
      *    name order so each owner's page lists its jobs that way.
           77  WS-JOB-MAX          PIC 9(3) VALUE 200.
           77  WS-JOB-COUNT        PIC 9(3) VALUE ZERO.
           77  WS-JOB-IDX          PIC 9(3) VALUE ZERO.
           77  WS-JOB-FOUND        PIC X(1) VALUE 'N'.
           01  WS-JOB-TABLE.
               05  WS-JOB-ENTRY OCCURS 200 TIMES.
                   10  WS-JOB-NAME         PIC X(20).
                   10  WS-JOB-OWNER        PIC X(20).
                   10  WS-JOB-FINISH-BY    PIC X(6).
                   10  WS-JOB-MAX-SEC      PIC 9(8).
                   10  WS-JOB-TARGET-PCT   PIC 9(3)V99.
                   10  WS-JOB-RUNS         PIC 9(6).
                   10  WS-JOB-LATE         PIC 9(6).
                   10  WS-JOB-LONG         PIC 9(6).
                   10  WS-JOB-CANCELS      PIC 9(6).
                   10  WS-JOB-REJECTS      PIC 9(6).
                   10  WS-JOB-BREACHED     PIC 9(6).

      *    Owners in name order, kept sorted by inserting at the
      *    found position the way CDTREND keeps its weeks; the
      *    totals are filled in as each owner's page is written.
           77  WS-OWN-MAX          PIC 9(3) VALUE 100.
           77  WS-OWN-COUNT        PIC 9(3) VALUE ZERO.
           77  WS-OWN-IDX          PIC 9(3) VALUE ZERO.
           77  WS-OWN-IX2          PIC 9(3) VALUE ZERO.
           77  WS-OWN-FOUND        PIC X(1) VALUE 'N'.
           01  WS-OWN-TABLE.
               05  WS-OWN-ENTRY OCCURS 100 TIMES.
                   10  WS-OWN-NAME         PIC X(20).
                   10  WS-OWN-JOBS         PIC 9(6).
                   10  WS-OWN-RUNS         PIC 9(6).
                   10  WS-OWN-BREACHED     PIC 9(6).
                   10  WS-OWN-BELOW        PIC 9(6).

      *    Every breached run, in the order the summaries were
      *    written, for the itemized list on the owner's page.
           77  WS-BRC-MAX          PIC 9(4) VALUE 2000.
           77  WS-BRC-COUNT        PIC 9(4) VALUE ZERO.
           77  WS-BRC-IDX          PIC 9(4) VALUE ZERO.
           77  WS-BRC-LISTED       PIC 9(4) VALUE ZERO.
           01  WS-BRC-TABLE.
               05  WS-BRC-ENTRY OCCURS 2000 TIMES.
                   10  WS-BRC-JOB-IDX      PIC 9(3).
                   10  WS-BRC-FINISH-TS    PIC X(26).
                   10  WS-BRC-ELAPSED-SEC  PIC 9(8).
                   10  WS-BRC-RESUMES      PIC 9(4).
                   10  WS-BRC-KIND         PIC X(12).

           01  WS-RPT-TITLE-LINE.
               05  FILLER          PIC X(33)
                   VALUE 'SLA ATTAINMENT REPORT    MONTH: '.
               05  WS-RPT-TITLE-MONTH PIC X(6).
               05  FILLER          PIC X(12) VALUE '    OWNER: '.
               05  WS-RPT-TITLE-OWNER PIC X(20).

           01  WS-RPT-DETAIL.
               05  WS-RPT-JOB      PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-FINISH-BY PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-MAX-SEC  PIC ZZZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TARGET   PIC ZZ9.99.
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-RUNS     PIC ZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LATE     PIC ZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LONG     PIC ZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CANCELS  PIC ZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-REJECTS  PIC ZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-BREACHED PIC ZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-ATTAIN   PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-JOB-STATUS PIC X(12).

           01  WS-RPT-OWNER-LINE.
               05  WS-RPT-OWN-NAME PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-OWN-JOBS PIC ZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-OWN-RUNS PIC ZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-OWN-BREACHED PIC ZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-OWN-ATTAIN PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-OWN-BELOW PIC ZZZZZ9.

           01  WS-RPT-BREACH-LINE.
               05  WS-RPT-BRC-JOB  PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-BRC-FINISHED.
                   10  WS-RPT-BRC-YYYY PIC X(4).
                   10  FILLER      PIC X(1) VALUE '-'.
                   10  WS-RPT-BRC-MM PIC X(2).
                   10  FILLER      PIC X(1) VALUE '-'.
                   10  WS-RPT-BRC-DD PIC X(2).
                   10  FILLER      PIC X(1) VALUE SPACE.
                   10  WS-RPT-BRC-HH PIC X(2).
                   10  FILLER      PIC X(1) VALUE ':'.
                   10  WS-RPT-BRC-MI PIC X(2).
                   10  FILLER      PIC X(1) VALUE ':'.
                   10  WS-RPT-BRC-SS PIC X(2).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-BRC-ELAPSED PIC ZZZZZZZ9.
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-BRC-RESUMES PIC ZZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-BRC-KIND PIC X(12).

           01  WS-RPT-HEADING-1    PIC X(120)
               VALUE 'JOB NAME              FINISH   MAX-SEC TARGET%   R
      -        'UNS    LATE    LONG  CANCEL  REJECT  BREACH ATTAIN%  STA
      -        'TUS'.

           01  WS-RPT-HEADING-2    PIC X(120)
               VALUE 'OWNER                   JOBS    RUNS  BREACH ATTAI
      -        'N%   BELOW'.

           01  WS-RPT-HEADING-3    PIC X(120)
               VALUE 'JOB NAME              FINISHED              ELAPSE
      -        'D RESUMES  BREACH'.

           01  WS-RPT-NONE-LINE    PIC X(120)
               VALUE '  NO BREACHES THIS MONTH'.

           01  WS-RPT-SUMMARY-TITLE.
               05  FILLER          PIC X(33)
                   VALUE 'SLA ATTAINMENT SUMMARY   MONTH: '.
               05  WS-RPT-SUMMARY-MONTH PIC X(6).

           01  WS-RPT-COUNT-LINE.
               05  WS-RPT-COUNT-TAG PIC X(22).
               05  WS-RPT-COUNT    PIC ZZZZZ9.

           PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-SLPARM.
           OPEN INPUT CD-SLA-FILE.
           IF WS-SLA-STATUS NOT = '00'
              DISPLAY 'CDSLARPT: unable to open CDSLA, status = '
                 WS-SLA-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 150-LOAD-SLA-MASTER.
           CLOSE CD-SLA-FILE.

           OPEN INPUT CD-SUM-FILE.
           IF WS-SUM-STATUS NOT = '00'
              DISPLAY 'CDSLARPT: unable to open CDSUMRY, status = '
                 WS-SUM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-SUM-EOF = 'Y'
              READ CD-SUM-FILE
                 AT END
                    MOVE 'Y' TO WS-SUM-EOF
                 NOT AT END
                    PERFORM 200-PROCESS-SUMMARY
              END-READ
           END-PERFORM.
           CLOSE CD-SUM-FILE.

           OPEN OUTPUT CD-SLA-RPT.
           PERFORM 400-WRITE-OWNER-PAGES.
           PERFORM 500-WRITE-SUMMARY-PAGE.
           CLOSE CD-SLA-RPT.

           DISPLAY 'CDSLARPT: month            = ' WS-MONTH.
           DISPLAY 'CDSLARPT: runs measured    = ' WS-TOT-RUNS.
           DISPLAY 'CDSLARPT: runs breached    = ' WS-TOT-BREACHED.
           DISPLAY 'CDSLARPT: jobs below target = ' WS-TOT-BELOW.
           DISPLAY 'CDSLARPT: runs not on SLA  = ' WS-TOT-NO-SLA.
           IF WS-TOT-UNLISTED > 0
              DISPLAY 'CDSLARPT: breaches not itemized (table full) = '
                 WS-TOT-UNLISTED
           END-IF.
           IF WS-TOT-BELOW > 0 OR WS-TOT-UNLISTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Blank/zero month defaults to the calendar month before
      *    today - the report is run early in the month for the
      *    month just closed.
       100-LOAD-SLPARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-CUR-YYYY.
           MOVE WS-TODAY(5:2) TO WS-CUR-MM.
           IF WS-CUR-MM = 1
              SUBTRACT 1 FROM WS-CUR-YYYY
              MOVE 12 TO WS-CUR-MM
           ELSE
              SUBTRACT 1 FROM WS-CUR-MM
           END-IF.
           MOVE WS-CUR-YYYY TO WS-MONTH(1:4).
           MOVE WS-CUR-MM TO WS-MONTH(5:2).
           OPEN INPUT CD-SLPARM-FILE.
           IF WS-SLPARM-STATUS = '00'
              READ CD-SLPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CD-SLPARM-MONTH IS NUMERIC
                       AND CD-SLPARM-MONTH NOT = ZERO
                       MOVE CD-SLPARM-MONTH TO WS-MONTH
                    END-IF
              END-READ
              CLOSE CD-SLPARM-FILE
           END-IF.
           MOVE WS-MONTH TO WS-RPT-TITLE-MONTH.
           MOVE WS-MONTH TO WS-RPT-SUMMARY-MONTH.

      *    Every commitment on the master gets a job slot (so a job
      *    that never ran this month still shows on its owner's
      *    page) and its owner a slot in the owner table.
       150-LOAD-SLA-MASTER.
           MOVE 'N' TO WS-SLA-EOF.
           PERFORM UNTIL WS-SLA-EOF = 'Y'
              READ CD-SLA-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SLA-EOF
                 NOT AT END
                    IF WS-JOB-COUNT < WS-JOB-MAX
                       ADD 1 TO WS-JOB-COUNT
                       MOVE WS-JOB-COUNT TO WS-JOB-IDX
                       PERFORM 155-BUILD-JOB-ENTRY
                       PERFORM 160-FIND-OWNER-ENTRY
                    ELSE
                       DISPLAY 'CDSLARPT: job table full, not '
                          'measured: '
                          FUNCTION TRIM(CD-SLA-JOB-NAME)
                    END-IF
              END-READ
           END-PERFORM.

       155-BUILD-JOB-ENTRY.
           MOVE CD-SLA-JOB-NAME TO WS-JOB-NAME(WS-JOB-IDX).
           MOVE CD-SLA-OWNER TO WS-JOB-OWNER(WS-JOB-IDX).
           MOVE CD-SLA-FINISH-BY TO WS-JOB-FINISH-BY(WS-JOB-IDX).
           IF CD-SLA-MAX-ELAPSED-SEC IS NUMERIC
              MOVE CD-SLA-MAX-ELAPSED-SEC TO WS-JOB-MAX-SEC(WS-JOB-IDX)
           ELSE
              MOVE ZERO TO WS-JOB-MAX-SEC(WS-JOB-IDX)
           END-IF.
           IF CD-SLA-TARGET-PCT IS NUMERIC
              MOVE CD-SLA-TARGET-PCT TO WS-JOB-TARGET-PCT(WS-JOB-IDX)
           ELSE
              MOVE ZERO TO WS-JOB-TARGET-PCT(WS-JOB-IDX)
           END-IF.
           MOVE ZERO TO WS-JOB-RUNS(WS-JOB-IDX).
           MOVE ZERO TO WS-JOB-LATE(WS-JOB-IDX).
           MOVE ZERO TO WS-JOB-LONG(WS-JOB-IDX).
           MOVE ZERO TO WS-JOB-CANCELS(WS-JOB-IDX).
           MOVE ZERO TO WS-JOB-REJECTS(WS-JOB-IDX).
           MOVE ZERO TO WS-JOB-BREACHED(WS-JOB-IDX).

      *    Locates the owner of CD-SLA-RECORD, inserting it in name
      *    order on first sight by shifting the tail down one.
       160-FIND-OWNER-ENTRY.
           MOVE 'N' TO WS-OWN-FOUND.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                 UNTIL WS-OWN-IDX > WS-OWN-COUNT
                 OR WS-OWN-FOUND = 'Y'
              IF WS-OWN-NAME(WS-OWN-IDX) >= CD-SLA-OWNER
                 MOVE 'Y' TO WS-OWN-FOUND
              END-IF
           END-PERFORM.
           IF WS-OWN-FOUND = 'Y'
              SUBTRACT 1 FROM WS-OWN-IDX
           ELSE
              MOVE WS-OWN-COUNT TO WS-OWN-IDX
              ADD 1 TO WS-OWN-IDX
           END-IF.
           IF WS-OWN-FOUND = 'Y'
              AND WS-OWN-NAME(WS-OWN-IDX) = CD-SLA-OWNER
              CONTINUE
           ELSE
              IF WS-OWN-COUNT >= WS-OWN-MAX
                 DISPLAY 'CDSLARPT: owner table full, no page for: '
                    FUNCTION TRIM(CD-SLA-OWNER)
              ELSE
                 ADD 1 TO WS-OWN-COUNT
                 MOVE WS-OWN-COUNT TO WS-OWN-IX2
                 PERFORM UNTIL WS-OWN-IX2 <= WS-OWN-IDX
                    MOVE WS-OWN-ENTRY(WS-OWN-IX2 - 1)
                       TO WS-OWN-ENTRY(WS-OWN-IX2)
                    SUBTRACT 1 FROM WS-OWN-IX2
                 END-PERFORM
                 MOVE CD-SLA-OWNER TO WS-OWN-NAME(WS-OWN-IDX)
                 MOVE ZERO TO WS-OWN-JOBS(WS-OWN-IDX)
                 MOVE ZERO TO WS-OWN-RUNS(WS-OWN-IDX)
                 MOVE ZERO TO WS-OWN-BREACHED(WS-OWN-IDX)
                 MOVE ZERO TO WS-OWN-BELOW(WS-OWN-IDX)
              END-IF
           END-IF.

      *    One summary = one measured run, in the month its summary
      *    was written.  A CANCEL or REJECT is a breach in itself; a
      *    FINISH breaches when it was late, too long, or both.
       200-PROCESS-SUMMARY.
           IF CD-SUM-FINISH-TIMESTAMP(1:6) NOT = WS-MONTH
              CONTINUE
           ELSE
              PERFORM 210-FIND-JOB-ENTRY
              IF WS-JOB-FOUND NOT = 'Y'
                 ADD 1 TO WS-TOT-NO-SLA
              ELSE
                 ADD 1 TO WS-TOT-RUNS
                 ADD 1 TO WS-JOB-RUNS(WS-JOB-IDX)
                 MOVE 'N' TO WS-RUN-BREACHED
                 MOVE SPACES TO WS-BREACH-KIND
                 EVALUATE CD-SUM-OUTCOME
                    WHEN 'CANCEL'
                       ADD 1 TO WS-JOB-CANCELS(WS-JOB-IDX)
                       MOVE 'Y' TO WS-RUN-BREACHED
                       MOVE 'CANCEL' TO WS-BREACH-KIND
                    WHEN 'REJECT'
                       ADD 1 TO WS-JOB-REJECTS(WS-JOB-IDX)
                       MOVE 'Y' TO WS-RUN-BREACHED
                       MOVE 'REJECT' TO WS-BREACH-KIND
                    WHEN OTHER
                       PERFORM 220-CHECK-FINISH
                 END-EVALUATE
                 IF WS-RUN-BREACHED = 'Y'
                    ADD 1 TO WS-TOT-BREACHED
                    ADD 1 TO WS-JOB-BREACHED(WS-JOB-IDX)
                    PERFORM 230-RECORD-BREACH
                 END-IF
              END-IF
           END-IF.

       210-FIND-JOB-ENTRY.
           MOVE 'N' TO WS-JOB-FOUND.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
                 OR WS-JOB-FOUND = 'Y'
              IF WS-JOB-NAME(WS-JOB-IDX) = CD-SUM-JOB-NAME
                 MOVE 'Y' TO WS-JOB-FOUND
              END-IF
           END-PERFORM.
           IF WS-JOB-FOUND = 'Y'
              SUBTRACT 1 FROM WS-JOB-IDX
           END-IF.

      *    Late: the finish is after the first must-finish-by time at
      *    or after the run's original start - a run started at 23:00
      *    against a 06:00 commitment is due at 06:00 the next day.
      *    Too long: elapsed over the commitment's maximum.
       220-CHECK-FINISH.
           MOVE 'N' TO WS-RUN-LATE.
           MOVE 'N' TO WS-RUN-LONG.
           IF WS-JOB-FINISH-BY(WS-JOB-IDX) NOT = SPACES
              AND CD-SUM-START-TIMESTAMP(1:14) IS NUMERIC
              AND CD-SUM-FINISH-TIMESTAMP(1:14) IS NUMERIC
              MOVE CD-SUM-START-TIMESTAMP(1:8) TO WS-DUE-DATE
              IF CD-SUM-START-TIMESTAMP(9:6)
                 > WS-JOB-FINISH-BY(WS-JOB-IDX)
                 COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 1)
              END-IF
              MOVE WS-DUE-DATE TO WS-DUE-DATETIME(1:8)
              MOVE WS-JOB-FINISH-BY(WS-JOB-IDX) TO WS-DUE-DATETIME(9:6)
              IF CD-SUM-FINISH-TIMESTAMP(1:14) > WS-DUE-DATETIME
                 MOVE 'Y' TO WS-RUN-LATE
              END-IF
           END-IF.
           IF WS-JOB-MAX-SEC(WS-JOB-IDX) > 0
              AND CD-SUM-ELAPSED-SEC IS NUMERIC
              AND CD-SUM-ELAPSED-SEC > WS-JOB-MAX-SEC(WS-JOB-IDX)
              MOVE 'Y' TO WS-RUN-LONG
           END-IF.
           IF WS-RUN-LATE = 'Y'
              ADD 1 TO WS-JOB-LATE(WS-JOB-IDX)
              MOVE 'Y' TO WS-RUN-BREACHED
              MOVE 'LATE' TO WS-BREACH-KIND
           END-IF.
           IF WS-RUN-LONG = 'Y'
              ADD 1 TO WS-JOB-LONG(WS-JOB-IDX)
              MOVE 'Y' TO WS-RUN-BREACHED
              IF WS-RUN-LATE = 'Y'
                 MOVE 'LATE+LONG' TO WS-BREACH-KIND
              ELSE
                 MOVE 'LONG' TO WS-BREACH-KIND
              END-IF
           END-IF.

      *    Keeps the breach for the owner's itemized list.  A full
      *    table still counts the breach in the job's figures; the
      *    run total of unlisted breaches is reported at the end.
       230-RECORD-BREACH.
           IF WS-BRC-COUNT >= WS-BRC-MAX
              ADD 1 TO WS-TOT-UNLISTED
           ELSE
              ADD 1 TO WS-BRC-COUNT
              MOVE WS-JOB-IDX TO WS-BRC-JOB-IDX(WS-BRC-COUNT)
              MOVE CD-SUM-FINISH-TIMESTAMP
                 TO WS-BRC-FINISH-TS(WS-BRC-COUNT)
              IF CD-SUM-ELAPSED-SEC IS NUMERIC
                 MOVE CD-SUM-ELAPSED-SEC
                    TO WS-BRC-ELAPSED-SEC(WS-BRC-COUNT)
              ELSE
                 MOVE ZERO TO WS-BRC-ELAPSED-SEC(WS-BRC-COUNT)
              END-IF
              IF CD-SUM-RESUME-COUNT IS NUMERIC
                 MOVE CD-SUM-RESUME-COUNT
                    TO WS-BRC-RESUMES(WS-BRC-COUNT)
              ELSE
                 MOVE ZERO TO WS-BRC-RESUMES(WS-BRC-COUNT)
              END-IF
              MOVE WS-BREACH-KIND TO WS-BRC-KIND(WS-BRC-COUNT)
           END-IF.

      *    Attainment = runs with no breach as a percentage of the
      *    runs measured; a job with no runs this month has none
      *    to report and cannot fall below target.
       300-COMPUTE-ATTAINMENT.
           IF WS-JOB-RUNS(WS-JOB-IDX) > 0
              COMPUTE WS-ATTAIN ROUNDED =
                 (WS-JOB-RUNS(WS-JOB-IDX)
                 - WS-JOB-BREACHED(WS-JOB-IDX)) * 100
                 / WS-JOB-RUNS(WS-JOB-IDX)
              MOVE WS-ATTAIN TO WS-ATTAIN-EDIT
              MOVE WS-ATTAIN-EDIT TO WS-RPT-ATTAIN
              IF WS-ATTAIN < WS-JOB-TARGET-PCT(WS-JOB-IDX)
                 MOVE 'BELOW TARGET' TO WS-RPT-JOB-STATUS
                 ADD 1 TO WS-OWN-BELOW(WS-OWN-IDX)
                 ADD 1 TO WS-TOT-BELOW
              ELSE
                 MOVE 'MET' TO WS-RPT-JOB-STATUS
              END-IF
           ELSE
              MOVE '   N/A' TO WS-RPT-ATTAIN
              MOVE 'NO RUNS' TO WS-RPT-JOB-STATUS
           END-IF.

       400-WRITE-OWNER-PAGES.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                 UNTIL WS-OWN-IDX > WS-OWN-COUNT
              PERFORM 410-WRITE-OWNER-PAGE
           END-PERFORM.

      *    One page per owner: the owner's jobs, the owner's totals,
      *    then every breach of the owner's jobs this month.
       410-WRITE-OWNER-PAGE.
           MOVE WS-OWN-NAME(WS-OWN-IDX) TO WS-RPT-TITLE-OWNER.
           MOVE SPACES TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE WS-RPT-TITLE-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE SPACES TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE WS-RPT-HEADING-1 TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
              IF WS-JOB-OWNER(WS-JOB-IDX) = WS-OWN-NAME(WS-OWN-IDX)
                 PERFORM 420-WRITE-JOB-LINE
              END-IF
           END-PERFORM.

           MOVE SPACES TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE WS-RPT-HEADING-2 TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           PERFORM 450-WRITE-OWNER-LINE.

           MOVE SPACES TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE WS-RPT-HEADING-3 TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE ZERO TO WS-BRC-LISTED.
           PERFORM VARYING WS-BRC-IDX FROM 1 BY 1
                 UNTIL WS-BRC-IDX > WS-BRC-COUNT
              MOVE WS-BRC-JOB-IDX(WS-BRC-IDX) TO WS-JOB-IDX
              IF WS-JOB-OWNER(WS-JOB-IDX) = WS-OWN-NAME(WS-OWN-IDX)
                 PERFORM 430-WRITE-BREACH-LINE
              END-IF
           END-PERFORM.
           IF WS-BRC-LISTED = 0
              MOVE WS-RPT-NONE-LINE TO CD-SLA-RPT-LINE
              WRITE CD-SLA-RPT-LINE
           END-IF.

       420-WRITE-JOB-LINE.
           ADD 1 TO WS-OWN-JOBS(WS-OWN-IDX).
           ADD WS-JOB-RUNS(WS-JOB-IDX) TO WS-OWN-RUNS(WS-OWN-IDX).
           ADD WS-JOB-BREACHED(WS-JOB-IDX)
              TO WS-OWN-BREACHED(WS-OWN-IDX).
           PERFORM 300-COMPUTE-ATTAINMENT.
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-RPT-JOB.
           MOVE WS-JOB-FINISH-BY(WS-JOB-IDX) TO WS-RPT-FINISH-BY.
           MOVE WS-JOB-MAX-SEC(WS-JOB-IDX) TO WS-RPT-MAX-SEC.
           MOVE WS-JOB-TARGET-PCT(WS-JOB-IDX) TO WS-RPT-TARGET.
           MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-RPT-RUNS.
           MOVE WS-JOB-LATE(WS-JOB-IDX) TO WS-RPT-LATE.
           MOVE WS-JOB-LONG(WS-JOB-IDX) TO WS-RPT-LONG.
           MOVE WS-JOB-CANCELS(WS-JOB-IDX) TO WS-RPT-CANCELS.
           MOVE WS-JOB-REJECTS(WS-JOB-IDX) TO WS-RPT-REJECTS.
           MOVE WS-JOB-BREACHED(WS-JOB-IDX) TO WS-RPT-BREACHED.
           MOVE WS-RPT-DETAIL TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.

       430-WRITE-BREACH-LINE.
           ADD 1 TO WS-BRC-LISTED.
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-RPT-BRC-JOB.
           MOVE WS-BRC-FINISH-TS(WS-BRC-IDX)(1:4) TO WS-RPT-BRC-YYYY.
           MOVE WS-BRC-FINISH-TS(WS-BRC-IDX)(5:2) TO WS-RPT-BRC-MM.
           MOVE WS-BRC-FINISH-TS(WS-BRC-IDX)(7:2) TO WS-RPT-BRC-DD.
           MOVE WS-BRC-FINISH-TS(WS-BRC-IDX)(9:2) TO WS-RPT-BRC-HH.
           MOVE WS-BRC-FINISH-TS(WS-BRC-IDX)(11:2) TO WS-RPT-BRC-MI.
           MOVE WS-BRC-FINISH-TS(WS-BRC-IDX)(13:2) TO WS-RPT-BRC-SS.
           MOVE WS-BRC-ELAPSED-SEC(WS-BRC-IDX) TO WS-RPT-BRC-ELAPSED.
           MOVE WS-BRC-RESUMES(WS-BRC-IDX) TO WS-RPT-BRC-RESUMES.
           MOVE WS-BRC-KIND(WS-BRC-IDX) TO WS-RPT-BRC-KIND.
           MOVE WS-RPT-BREACH-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.

      *    The owner's runs pooled across their jobs; BELOW counts
      *    the owner's jobs that missed their own target.
       450-WRITE-OWNER-LINE.
           MOVE WS-OWN-NAME(WS-OWN-IDX) TO WS-RPT-OWN-NAME.
           MOVE WS-OWN-JOBS(WS-OWN-IDX) TO WS-RPT-OWN-JOBS.
           MOVE WS-OWN-RUNS(WS-OWN-IDX) TO WS-RPT-OWN-RUNS.
           MOVE WS-OWN-BREACHED(WS-OWN-IDX) TO WS-RPT-OWN-BREACHED.
           MOVE WS-OWN-BELOW(WS-OWN-IDX) TO WS-RPT-OWN-BELOW.
           IF WS-OWN-RUNS(WS-OWN-IDX) > 0
              COMPUTE WS-ATTAIN ROUNDED =
                 (WS-OWN-RUNS(WS-OWN-IDX)
                 - WS-OWN-BREACHED(WS-OWN-IDX)) * 100
                 / WS-OWN-RUNS(WS-OWN-IDX)
              MOVE WS-ATTAIN TO WS-ATTAIN-EDIT
              MOVE WS-ATTAIN-EDIT TO WS-RPT-OWN-ATTAIN
           ELSE
              MOVE '   N/A' TO WS-RPT-OWN-ATTAIN
           END-IF.
           MOVE WS-RPT-OWNER-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.

      *    Closing page for the review chair: every owner's line,
      *    then the month's totals.
       500-WRITE-SUMMARY-PAGE.
           MOVE SPACES TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE WS-RPT-SUMMARY-TITLE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE SPACES TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE WS-RPT-HEADING-2 TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                 UNTIL WS-OWN-IDX > WS-OWN-COUNT
              PERFORM 450-WRITE-OWNER-LINE
           END-PERFORM.
           MOVE SPACES TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE 'RUNS MEASURED       = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-TOT-RUNS TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE 'RUNS BREACHED       = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-TOT-BREACHED TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE 'JOBS BELOW TARGET   = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-TOT-BELOW TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE 'RUNS WITHOUT SLA    = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-TOT-NO-SLA TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           IF WS-TOT-UNLISTED > 0
              MOVE 'BREACHES NOT LISTED = ' TO WS-RPT-COUNT-TAG
              MOVE WS-TOT-UNLISTED TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE
              WRITE CD-SLA-RPT-LINE
           END-IF.
