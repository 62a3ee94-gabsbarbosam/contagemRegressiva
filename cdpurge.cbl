      * timestamp still online.  Audit can still reconstruct old SLA
      * disputes from the archive datasets.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Maint: the purge now refuses with RC=8 while a live COUNTDOWN
      * holds the instance lock (checked through CDLCHK), so it
      * never deletes log records out from under a running
      * countdown's sequence and resume scans.
      *-----------------------------------------------------------------
      * Maint: each run appends an entry to the archive catalog
      * (CD-ARCCAT-FILE) naming the archive dataset it wrote (the
      * archive id on CD-PGPARM-FILE) and the span of log dates it
      * holds, so CDHIST can tell which archives a history inquiry
      * needs and say plainly which dates none of them cover.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPURGE.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT CD-ARCCAT-FILE ASSIGN TO "CDARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.

           SELECT CD-PURGE-RPT ASSIGN TO "CDPURGRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *    the same CDLOG layout the online file uses.
           01  CD-ARCH-RECORD          PIC X(75).

       FD  CD-ARCCAT-FILE.
           COPY CDARCCAT.

       FD  CD-PURGE-RPT.
           01  CD-PURGE-RPT-LINE       PIC X(100).

           77  WS-LOG-STATUS       PIC XX VALUE SPACES.
           77  WS-ARCH-STATUS      PIC XX VALUE SPACES.
           77  WS-RPT-STATUS       PIC XX VALUE SPACES.
           77  WS-ARCCAT-STATUS    PIC XX VALUE SPACES.
           77  WS-ARCCAT-EOF       PIC X(1) VALUE 'N'.
           77  WS-LOG-EOF          PIC X(1) VALUE 'N'.

           77  WS-LCHK-CALLER      PIC X(10) VALUE 'CDPURGE'.
           77  WS-LCHK-STATUS      PIC X(2) VALUE SPACES.

      *    Days of history kept online; anything older is archived.
      *    Defaults to 90 when CD-PGPARM-FILE is absent or unusable,
      *    so a missing parameter file can never purge everything.
           77  WS-REC-TIMESTAMP    PIC X(26) VALUE SPACES.
           77  WS-REC-ARCHIVE      PIC X(1) VALUE 'N'.

      *    Archive catalog entry for this run: the dataset name and
      *    the span of dates it holds.  The span starts the day after
      *    the newest THRU-DATE already catalogued (or at the oldest
      *    record archived, on the first catalogued run) and ends at
      *    the retention cutoff.
           77  WS-ARCHIVE-ID       PIC X(44) VALUE SPACES.
           77  WS-CAT-LAST-THRU    PIC X(8) VALUE SPACES.
           77  WS-CAT-FROM-DATE    PIC 9(8) VALUE ZERO.
           77  WS-CAT-THRU-DATE    PIC 9(8) VALUE ZERO.
           77  WS-OLDEST-ARCHIVED  PIC 9(8) VALUE ZERO.
           77  WS-CAT-WRITTEN      PIC X(1) VALUE 'N'.

           77  WS-KEPT-TOTAL       PIC 9(6) VALUE ZERO.
           77  WS-ARCH-TOTAL       PIC 9(6) VALUE ZERO.
           77  WS-SKIP-TOTAL       PIC 9(6) VALUE ZERO.
                   '** NOT PURGED (ARCHIVE WRITE FAILED): '.
               05  WS-RPT-SKIP-COUNT PIC ZZZZZ9.

           01  WS-RPT-CATALOG-LINE.
               05  FILLER          PIC X(20)
                   VALUE 'ARCHIVE CATALOGUED: '.
               05  WS-RPT-CAT-ID   PIC X(44).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-CAT-FROM PIC X(8).
               05  FILLER          PIC X(6) VALUE ' THRU '.
               05  WS-RPT-CAT-THRU PIC X(8).

           01  WS-RPT-OLDEST-LINE.
               05  FILLER          PIC X(25)
                   VALUE 'OLDEST REMAINING RECORD: '.

           PROCEDURE DIVISION.
       000-MAIN.
           CALL 'CDLCHK' USING WS-LCHK-CALLER, WS-LCHK-STATUS.
           IF WS-LCHK-STATUS = '08'
              DISPLAY 'CDPURGE: COUNTDOWN holds a live instance '
                 'lock - not run; rerun once it has ended'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 100-LOAD-PGPARM.
           PERFORM 110-SET-CUTOFF.
           PERFORM 120-FIND-CATALOG-END.
           OPEN I-O CD-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
              DISPLAY 'CDPURGE: unable to open CDLOG, status = '

           CLOSE CD-LOG-FILE.
           CLOSE CD-LOG-ARCHIVE.
           PERFORM 600-WRITE-CATALOG.
           PERFORM 500-WRITE-PURGE-REPORT.

           DISPLAY 'CDPURGE: retention days    = ' WS-RETAIN-DAYS.
                 'failed) = ' WS-SKIP-TOTAL
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CAT-WRITTEN = 'N'
                 AND WS-CAT-FROM-DATE NOT > WS-CAT-THRU-DATE
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

                       AND CD-PGPARM-RETAIN-DAYS > 0
                       MOVE CD-PGPARM-RETAIN-DAYS TO WS-RETAIN-DAYS
                    END-IF
                    MOVE CD-PGPARM-ARCHIVE-ID TO WS-ARCHIVE-ID
              END-READ
              CLOSE CD-PGPARM-FILE
           END-IF.
           COMPUTE WS-CUTOFF-DAYNO =
              WS-TODAY-DAYNO - WS-RETAIN-DAYS.

      *    The newest THRU-DATE already on the catalog, so this run's
      *    entry carries on from the day after it.  No catalog yet
      *    leaves WS-CAT-LAST-THRU blank.
       120-FIND-CATALOG-END.
           IF WS-ARCHIVE-ID = SPACES
              STRING 'CDLOGARC.D' DELIMITED BY SIZE
                 WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                 INTO WS-ARCHIVE-ID
              END-STRING
           END-IF.
           COMPUTE WS-CAT-THRU-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAYNO).
           OPEN INPUT CD-ARCCAT-FILE.
           IF WS-ARCCAT-STATUS = '00'
              PERFORM UNTIL WS-ARCCAT-EOF = 'Y'
                 READ CD-ARCCAT-FILE
                    AT END
                       MOVE 'Y' TO WS-ARCCAT-EOF
                    NOT AT END
                       IF CD-ARCCAT-THRU-DATE IS NUMERIC
                          AND (WS-CAT-LAST-THRU = SPACES
                             OR CD-ARCCAT-THRU-DATE > WS-CAT-LAST-THRU)
                          MOVE CD-ARCCAT-THRU-DATE TO WS-CAT-LAST-THRU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-ARCCAT-FILE
           END-IF.

      *    A record with an unusable timestamp is kept, never archived
      *    blind - audit would rather see a stray record online than
      *    lose one to a purge it cannot explain.
                 IF WS-JOB-IDX > 0
                    ADD 1 TO WS-JOB-ARCHIVED(WS-JOB-IDX)
                 END-IF
                 IF WS-OLDEST-ARCHIVED = ZERO
                    OR WS-REC-YYYYMMDD < WS-OLDEST-ARCHIVED
                    MOVE WS-REC-YYYYMMDD TO WS-OLDEST-ARCHIVED
                 END-IF
              ELSE
                 ADD 1 TO WS-SKIP-TOTAL
                 ADD 1 TO WS-KEPT-TOTAL
           END-IF.
           MOVE WS-RPT-OLDEST-LINE TO CD-PURGE-RPT-LINE.
           WRITE CD-PURGE-RPT-LINE.
           IF WS-CAT-WRITTEN = 'Y'
              MOVE WS-ARCHIVE-ID TO WS-RPT-CAT-ID
              MOVE WS-CAT-FROM-DATE TO WS-RPT-CAT-FROM
              MOVE WS-CAT-THRU-DATE TO WS-RPT-CAT-THRU
              MOVE WS-RPT-CATALOG-LINE TO CD-PURGE-RPT-LINE
              WRITE CD-PURGE-RPT-LINE
           END-IF.
           CLOSE CD-PURGE-RPT.

      *    Appends this run's catalog entry.  A run that archived
      *    nothing still catalogues its span - "no log activity on
      *    those dates" is itself something an inquiry needs to
      *    know - unless the span is empty (a second purge the same
      *    day, or a longer retention than last time).  Anything
      *    archived from before the span (a record an earlier purge
      *    could not archive) widens it back to that record's date.
       600-WRITE-CATALOG.
           IF WS-CAT-LAST-THRU IS NUMERIC
              COMPUTE WS-CAT-FROM-DATE =
                 FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-CAT-LAST-THRU)) + 1)
           ELSE
              IF WS-OLDEST-ARCHIVED > ZERO
                 MOVE WS-OLDEST-ARCHIVED TO WS-CAT-FROM-DATE
              ELSE
                 MOVE WS-CAT-THRU-DATE TO WS-CAT-FROM-DATE
              END-IF
           END-IF.
           IF WS-OLDEST-ARCHIVED > ZERO
              AND WS-OLDEST-ARCHIVED < WS-CAT-FROM-DATE
              MOVE WS-OLDEST-ARCHIVED TO WS-CAT-FROM-DATE
           END-IF.
           IF WS-CAT-FROM-DATE NOT > WS-CAT-THRU-DATE
              MOVE WS-ARCHIVE-ID TO CD-ARCCAT-ARCHIVE-ID
              MOVE WS-CAT-FROM-DATE TO CD-ARCCAT-FROM-DATE
              MOVE WS-CAT-THRU-DATE TO CD-ARCCAT-THRU-DATE
              MOVE WS-ARCH-TOTAL TO CD-ARCCAT-RECORDS
              MOVE FUNCTION CURRENT-DATE TO CD-ARCCAT-RUN-TIMESTAMP
              OPEN EXTEND CD-ARCCAT-FILE
              IF WS-ARCCAT-STATUS NOT = '00'
                 OPEN OUTPUT CD-ARCCAT-FILE
              END-IF
              IF WS-ARCCAT-STATUS NOT = '00'
                 DISPLAY 'CDPURGE: unable to write CDARCCAT, status = '
                    WS-ARCCAT-STATUS
                 DISPLAY 'CDPURGE: catalogue ' FUNCTION TRIM
                    (WS-ARCHIVE-ID) ' by hand: ' WS-CAT-FROM-DATE
                    ' thru ' WS-CAT-THRU-DATE
              ELSE
                 WRITE CD-ARCCAT-RECORD
                 CLOSE CD-ARCCAT-FILE
                 MOVE 'Y' TO WS-CAT-WRITTEN
              END-IF
           END-IF.
