      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDHIST - job history inquiry / SLA dispute pack
      * Once CDPURGE has moved a job's events to a dated CDLOGARC
      * archive, answering "what happened to our run four months
      * ago?" meant finding the right archive by hand and reading raw
      * CD-LOG-RECORDs.  CDHIST takes a job name or prefix and a
      * range of dates (CD-HIPARM-FILE) and builds one continuous
      * history: the online COUNTDOWN-LOG merged with whatever
      * archive datasets the JCL supplies on CDLOGARC (concatenate as
      * many as the range needs), the job's CDSUMRY run summaries,
      * its CDCHGLOG schedule changes, and the HOLD, RELEASE and
      * CANCEL commands issued for it through CDCONS (CDCMDHIS).
      * Every stamp goes through CDTZ and the history is merged on
      * UTC.  The dispute pack (CDHIRPT) lists the coverage, one line
      * per run (start, end, outcome, elapsed, resumes, holds) and
      * then every event in time order; the same evidence goes to a
      * fixed-layout extract (CDHIEXT) that audit keeps.  The archive
      * catalog CDPURGE keeps (CDARCCAT) says which archive holds
      * which dates, so any part of the range covered by neither the
      * online file nor a supplied archive is stated plainly on both
      * outputs - with the archive that would cover it - instead of
      * reading as a quiet day.  Logged DECR ticks are not listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-HIPARM-FILE ASSIGN TO "CDHIPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIPARM-STATUS.

           SELECT CD-ARCCAT-FILE ASSIGN TO "CDARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.

           SELECT CD-LOG-FILE ASSIGN TO "CDLOG"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-LOG-KEY
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CD-LOG-ARCHIVE ASSIGN TO "CDLOGARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT CD-SUM-FILE ASSIGN TO "CDSUMRY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT CD-CHG-FILE ASSIGN TO "CDCHGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT CD-CMDH-FILE ASSIGN TO "CDCMDHIS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMDH-STATUS.

           SELECT CD-HIST-RPT ASSIGN TO "CDHIRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CD-HIEXT-FILE ASSIGN TO "CDHIEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-HIPARM-FILE.
           COPY CDHIPARM.

       FD  CD-ARCCAT-FILE.
           COPY CDARCCAT.

       FD  CD-LOG-FILE.
           COPY CDLOG.

       FD  CD-LOG-ARCHIVE.
      *    Byte-for-byte image of CD-LOG-RECORD, as CDPURGE wrote it;
      *    each record is moved to the CDLOG layout to be read.
           01  CD-ARCH-RECORD          PIC X(75).

       FD  CD-SUM-FILE.
           COPY CDSUM.

       FD  CD-CHG-FILE.
           COPY CDCHG.

       FD  CD-CMDH-FILE.
           COPY CDCMDH.

       FD  CD-HIST-RPT.
           01  CD-HIST-RPT-LINE        PIC X(132).

       FD  CD-HIEXT-FILE.
           COPY CDHIEXT.

       WORKING-STORAGE SECTION.
           77  WS-HIPARM-STATUS    PIC XX VALUE SPACES.
           77  WS-ARCCAT-STATUS    PIC XX VALUE SPACES.
           77  WS-LOG-STATUS       PIC XX VALUE SPACES.
           77  WS-ARCH-STATUS      PIC XX VALUE SPACES.
           77  WS-SUM-STATUS       PIC XX VALUE SPACES.
           77  WS-CHG-STATUS       PIC XX VALUE SPACES.
           77  WS-CMDH-STATUS      PIC XX VALUE SPACES.
           77  WS-RPT-STATUS       PIC XX VALUE SPACES.
           77  WS-HIEXT-STATUS     PIC XX VALUE SPACES.
           77  WS-ARCCAT-EOF       PIC X(1) VALUE 'N'.
           77  WS-LOG-EOF          PIC X(1) VALUE 'N'.
           77  WS-ARCH-EOF         PIC X(1) VALUE 'N'.
           77  WS-SUM-EOF          PIC X(1) VALUE 'N'.
           77  WS-CHG-EOF          PIC X(1) VALUE 'N'.
           77  WS-CMDH-EOF         PIC X(1) VALUE 'N'.
           77  WS-LOG-AVAILABLE    PIC X(1) VALUE 'N'.

           77  WS-TZ-FUNCTION      PIC X(1) VALUE 'U'.
           77  WS-TZ-IN            PIC X(26) VALUE SPACES.
           77  WS-TZ-OUT           PIC X(14) VALUE SPACES.
           77  WS-TZ-OFFSET        PIC X(5) VALUE SPACES.
           77  WS-TZ-FLAG          PIC X(1) VALUE SPACE.

      *    The inquiry: job name or prefix, and the date range.  The
      *    range is covered up to today at most - a THRU-DATE in the
      *    future is not a gap in the history.
           77  WS-JOB-KEY          PIC X(20) VALUE SPACES.
           77  WS-PARM-MATCH       PIC X(1) VALUE SPACE.
           77  WS-PARM-FROM-DATE   PIC X(8) VALUE SPACES.
           77  WS-PARM-THRU-DATE   PIC X(8) VALUE SPACES.
           77  WS-JOB-LEN          PIC 9(2) VALUE ZERO.
           77  WS-JOB-PREFIX       PIC X(1) VALUE 'N'.
           77  WS-MATCH-NAME       PIC X(20) VALUE SPACES.
           77  WS-JOB-MATCHES      PIC X(1) VALUE 'N'.
           77  WS-TODAY            PIC 9(8) VALUE ZERO.
           77  WS-FROM-DATE        PIC 9(8) VALUE ZERO.
           77  WS-THRU-DATE        PIC 9(8) VALUE ZERO.
           77  WS-COVER-THRU       PIC 9(8) VALUE ZERO.
           77  WS-PRODUCED         PIC X(26) VALUE SPACES.
           77  WS-STAMP-DATE       PIC 9(8) VALUE ZERO.
           77  WS-IN-RANGE         PIC X(1) VALUE 'N'.

      *    Archive catalog entries, in the order CDPURGE wrote them,
      *    each marked once a record from its span turns up on the
      *    supplied archives.  The entry with the earliest FROM-DATE
      *    also holds anything older (the first purge took the whole
      *    history up to its cutoff).
           77  WS-CAT-MAX          PIC 9(3) VALUE 200.
           77  WS-CAT-COUNT        PIC 9(3) VALUE ZERO.
           77  WS-CAT-IDX          PIC 9(3) VALUE ZERO.
           77  WS-CAT-FIRST        PIC 9(3) VALUE ZERO.
           77  WS-CAT-LAST-THRU    PIC 9(8) VALUE ZERO.
           77  WS-CAT-LO           PIC 9(8) VALUE ZERO.
           01  WS-CAT-TABLE.
               05  WS-CAT-ENTRY OCCURS 200 TIMES.
                   10  WS-CAT-ID           PIC X(44).
                   10  WS-CAT-FROM         PIC 9(8).
                   10  WS-CAT-THRU         PIC 9(8).
                   10  WS-CAT-RECORDS      PIC 9(8).
                   10  WS-CAT-SUPPLIED     PIC X(1).

      *    Record dates seen, for coverage when there is no catalog
      *    (archives written before CDPURGE kept one).
           77  WS-ONLINE-OLDEST    PIC 9(8) VALUE ZERO.
           77  WS-ARCH-OLDEST      PIC 9(8) VALUE ZERO.
           77  WS-ARCH-NEWEST      PIC 9(8) VALUE ZERO.
           77  WS-ARCH-READ        PIC 9(8) VALUE ZERO.

      *    Spans of the range nothing supplied covers.  Spans past
      *    the table are counted, and the count printed, so the pack
      *    never reads as covered where it is not.
           77  WS-GAP-MAX          PIC 9(2) VALUE 50.
           77  WS-GAP-COUNT        PIC 9(2) VALUE ZERO.
           77  WS-GAP-IDX          PIC 9(2) VALUE ZERO.
           77  WS-GAP-DROPPED      PIC 9(6) VALUE ZERO.
           77  WS-GAP-LO           PIC 9(8) VALUE ZERO.
           77  WS-GAP-HI           PIC 9(8) VALUE ZERO.
           77  WS-GAP-WHY          PIC X(60) VALUE SPACES.
           01  WS-GAP-TABLE.
               05  WS-GAP-ENTRY OCCURS 50 TIMES.
                   10  WS-GAP-FROM         PIC 9(8).
                   10  WS-GAP-THRU         PIC 9(8).
                   10  WS-GAP-REASON       PIC X(60).

      *    The event being staged for the history.  The offset is the
      *    one CDTZ applied to the stamp, so a bare local stamp it
      *    resolved by the zone rules is listed with one too.
           01  WS-NEW-EVENT.
               05  WS-NEW-UTC          PIC X(14).
               05  WS-NEW-STAMP        PIC X(26).
               05  WS-NEW-SOURCE       PIC X(8).
               05  WS-NEW-TYPE         PIC X(12).
               05  WS-NEW-JOB          PIC X(20).
               05  WS-NEW-USER         PIC X(8).
               05  WS-NEW-COUNTER      PIC 9(4).
               05  WS-NEW-UNIT         PIC X(7).
               05  WS-NEW-DETAIL       PIC X(60).
               05  WS-NEW-OFFSET       PIC X(5).

      *    Every event in the range, kept in UTC order by inserting
      *    at the found position and shifting the tail down one, as
      *    CDSHIFT keeps its timeline.
           77  WS-EVT-MAX          PIC 9(4) VALUE 5000.
           77  WS-EVT-COUNT        PIC 9(4) VALUE ZERO.
           77  WS-EVT-IDX          PIC 9(4) VALUE ZERO.
           77  WS-EVT-PLACED       PIC X(1) VALUE 'N'.
           77  WS-EVT-DROPPED      PIC 9(6) VALUE ZERO.
           01  WS-EVT-TABLE.
               05  WS-EVT-ENTRY OCCURS 5000 TIMES.
                   10  WS-EVT-UTC          PIC X(14).
                   10  WS-EVT-STAMP        PIC X(26).
                   10  WS-EVT-SOURCE       PIC X(8).
                   10  WS-EVT-TYPE         PIC X(12).
                   10  WS-EVT-JOB          PIC X(20).
                   10  WS-EVT-USER         PIC X(8).
                   10  WS-EVT-COUNTER      PIC 9(4).
                   10  WS-EVT-UNIT         PIC X(7).
                   10  WS-EVT-DETAIL       PIC X(60).
                   10  WS-EVT-OFFSET       PIC X(5).

      *    One entry per run, in start order: from its CDSUMRY
      *    summary, or - for a START with no summary around it - from
      *    the log alone, ended by the job's next logged FINISH,
      *    CANCEL or REJECT, or outcome NO END when there is none
      *    (still running, or its end is past the range).
           77  WS-RUN-MAX          PIC 9(4) VALUE 1000.
           77  WS-RUN-COUNT        PIC 9(4) VALUE ZERO.
           77  WS-RUN-IDX          PIC 9(4) VALUE ZERO.
           77  WS-RUN-IX2          PIC 9(4) VALUE ZERO.
           77  WS-RUN-PLACED       PIC X(1) VALUE 'N'.
           77  WS-RUN-FOUND        PIC X(1) VALUE 'N'.
           77  WS-RUN-DROPPED      PIC 9(6) VALUE ZERO.
           77  WS-RUN-BOUND        PIC X(14) VALUE SPACES.
           01  WS-NEW-RUN.
               05  WS-NRN-JOB          PIC X(20).
               05  WS-NRN-START-TS     PIC X(26).
               05  WS-NRN-START-UTC    PIC X(14).
               05  WS-NRN-END-TS       PIC X(26).
               05  WS-NRN-END-UTC      PIC X(14).
               05  WS-NRN-OUTCOME      PIC X(8).
               05  WS-NRN-ELAPSED      PIC 9(8).
               05  WS-NRN-RESUMES      PIC 9(4).
               05  WS-NRN-HOLDS        PIC 9(4).
               05  WS-NRN-LABEL        PIC X(40).
               05  WS-NRN-SOURCE       PIC X(8).
           01  WS-RUN-TABLE.
               05  WS-RUN-ENTRY OCCURS 1000 TIMES.
                   10  WS-RUN-JOB          PIC X(20).
                   10  WS-RUN-START-TS     PIC X(26).
                   10  WS-RUN-START-UTC    PIC X(14).
                   10  WS-RUN-END-TS       PIC X(26).
                   10  WS-RUN-END-UTC      PIC X(14).
                   10  WS-RUN-OUTCOME      PIC X(8).
                   10  WS-RUN-ELAPSED      PIC 9(8).
                   10  WS-RUN-RESUMES      PIC 9(4).
                   10  WS-RUN-HOLDS        PIC 9(4).
                   10  WS-RUN-LABEL        PIC X(40).
                   10  WS-RUN-SOURCE       PIC X(8).

           77  WS-ELA-START-UTC    PIC X(14) VALUE SPACES.
           77  WS-ELA-FIN-UTC      PIC X(14) VALUE SPACES.
           77  WS-ELA-START-YYYYMMDD PIC 9(8) VALUE ZERO.
           77  WS-ELA-FIN-YYYYMMDD PIC 9(8) VALUE ZERO.
           77  WS-ACTUAL-SEC       PIC S9(9) VALUE ZERO.

           77  WS-EDIT-COUNT       PIC ZZZ9.
           77  WS-EDIT-SEC         PIC ZZZZZZZ9.
           77  WS-ACTION-WORD      PIC X(8) VALUE SPACES.

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

           01  WS-RPT-TITLE-1.
               05  FILLER          PIC X(33)
                   VALUE 'JOB HISTORY - DISPUTE PACK   JOB '.
               05  WS-RPT-T-JOB    PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-T-MATCH  PIC X(11).

           01  WS-RPT-TITLE-2.
               05  FILLER          PIC X(6) VALUE 'DATES '.
               05  WS-RPT-T-FROM   PIC X(10).
               05  FILLER          PIC X(6) VALUE ' THRU '.
               05  WS-RPT-T-THRU   PIC X(10).
               05  FILLER          PIC X(14) VALUE '    PRODUCED '.
               05  WS-RPT-T-PRODUCED PIC X(19).

           01  WS-RPT-WARNING      PIC X(132) VALUE
               '*** PART OF THE REQUESTED RANGE IS NOT COVERED BY THE ON
      -        'LINE LOG OR ANY ARCHIVE SUPPLIED - SEE COVERAGE ***'.

           01  WS-RPT-ONLINE-LINE.
               05  FILLER          PIC X(34)
                   VALUE 'ONLINE COUNTDOWN-LOG  COVERS FROM '.
               05  WS-RPT-ON-FROM  PIC X(20).

           01  WS-RPT-NO-ONLINE    PIC X(132)
               VALUE 'ONLINE COUNTDOWN-LOG  NOT AVAILABLE'.

           01  WS-RPT-NO-CATALOG   PIC X(132) VALUE
               'NO ARCHIVE CATALOG ON FILE - ARCHIVE COVERAGE TAKEN FROM
      -        ' THE RECORD DATES READ'.

           01  WS-RPT-ARCH-SPAN.
               05  FILLER          PIC X(30)
                   VALUE 'SUPPLIED ARCHIVE RECORDS FROM '.
               05  WS-RPT-AS-FROM  PIC X(10).
               05  FILLER          PIC X(6) VALUE ' THRU '.
               05  WS-RPT-AS-THRU  PIC X(10).

           01  WS-RPT-CAT-LINE.
               05  WS-RPT-CT-ID    PIC X(44).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CT-FROM  PIC X(10).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CT-THRU  PIC X(10).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CT-RECORDS PIC ZZZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CT-STATUS PIC X(12).

           01  WS-RPT-GAP-LINE.
               05  FILLER          PIC X(16) VALUE '*** NOT COVERED '.
               05  WS-RPT-GP-FROM  PIC X(10).
               05  FILLER          PIC X(6) VALUE ' THRU '.
               05  WS-RPT-GP-THRU  PIC X(10).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-GP-WHY   PIC X(60).

           01  WS-RPT-COVERED-LINE PIC X(132)
               VALUE 'EVERY DATE IN THE RANGE IS COVERED'.

           01  WS-RPT-RUN-LINE.
               05  WS-RPT-RN-JOB   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RN-START PIC X(19).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RN-END   PIC X(19).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RN-OUTCOME PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RN-ELAPSED PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RN-RESUMES PIC ZZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RN-HOLDS PIC ZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RN-LABEL PIC X(30).

           01  WS-RPT-EVENT-LINE.
               05  WS-RPT-EV-WHEN  PIC X(19).
               05  FILLER          PIC X(1) VALUE SPACE.
               05  WS-RPT-EV-OFFSET PIC X(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EV-SOURCE PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EV-TYPE  PIC X(12).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EV-JOB   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EV-USER  PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-EV-DETAIL PIC X(48).

           01  WS-RPT-HEADING-1    PIC X(132)
               VALUE 'ARCHIVE DATASET                               FROM
      -        '        THRU         RECORDS  STATUS'.

           01  WS-RPT-HEADING-2    PIC X(132) VALUE
               'JOB NAME              STARTED (LOCAL)      ENDED (LOCAL)
      -        '        OUTCOME    ELAPSED  RESUMES  HOLDS  LABEL'.

           01  WS-RPT-HEADING-3    PIC X(132) VALUE
               'LOCAL TIME (UTC OFFSET)    SOURCE    EVENT         JOB N
      -        'AME              USER      DETAIL'.

           01  WS-RPT-SECTION-1    PIC X(132) VALUE 'COVERAGE'.
           01  WS-RPT-SECTION-2    PIC X(132)
               VALUE 'RUNS (ELAPSED IN SECONDS)'.
           01  WS-RPT-SECTION-3    PIC X(132)
               VALUE 'HISTORY, IN THE ORDER IT HAPPENED'.

           01  WS-RPT-NONE-LINE    PIC X(132)
               VALUE '  NONE'.

           01  WS-RPT-COUNT-LINE.
               05  WS-RPT-COUNT-TAG PIC X(34).
               05  WS-RPT-COUNT    PIC ZZZZZ9.

           PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-HIPARM.
           IF WS-JOB-KEY = SPACES
              DISPLAY 'CDHIST: no job name on CDHIPARM - nothing to '
                 'inquire on'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-FROM-DATE > WS-THRU-DATE
              DISPLAY 'CDHIST: FROM-DATE ' WS-FROM-DATE
                 ' is after THRU-DATE ' WS-THRU-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CD-HIST-RPT.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'CDHIST: unable to open CDHIRPT, status = '
                 WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CD-HIEXT-FILE.
           IF WS-HIEXT-STATUS NOT = '00'
              DISPLAY 'CDHIST: unable to open CDHIEXT, status = '
                 WS-HIEXT-STATUS
              CLOSE CD-HIST-RPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 110-LOAD-CATALOG.
           PERFORM 200-READ-ONLINE-LOG.
           PERFORM 210-READ-ARCHIVES.
           PERFORM 230-READ-SUMMARIES.
           PERFORM 240-READ-CHANGES.
           PERFORM 250-READ-COMMANDS.
           PERFORM 300-BUILD-RUNS.
           PERFORM 350-COMPUTE-COVERAGE.

           PERFORM 400-WRITE-TITLE.
           PERFORM 420-WRITE-COVERAGE.
           PERFORM 430-WRITE-RUNS.
           PERFORM 440-WRITE-EVENTS.
           PERFORM 450-WRITE-TOTALS.
           CLOSE CD-HIST-RPT.
           PERFORM 500-WRITE-EXTRACT.
           CLOSE CD-HIEXT-FILE.

           DISPLAY 'CDHIST: job ' FUNCTION TRIM(WS-JOB-KEY)
              ' dates ' WS-FROM-DATE ' thru ' WS-THRU-DATE.
           DISPLAY 'CDHIST: runs listed         = ' WS-RUN-COUNT.
           DISPLAY 'CDHIST: events listed       = ' WS-EVT-COUNT.
           DISPLAY 'CDHIST: archive records read = ' WS-ARCH-READ.
           IF WS-GAP-COUNT > 0
              DISPLAY 'CDHIST: spans NOT covered   = ' WS-GAP-COUNT
           END-IF.
           IF WS-GAP-DROPPED > 0
              DISPLAY 'CDHIST: spans not listed (table full)  = '
                 WS-GAP-DROPPED
           END-IF.
           IF WS-EVT-DROPPED > 0 OR WS-RUN-DROPPED > 0
              DISPLAY 'CDHIST: events not listed (table full) = '
                 WS-EVT-DROPPED
              DISPLAY 'CDHIST: runs not listed (table full)   = '
                 WS-RUN-DROPPED
           END-IF.
           IF WS-GAP-COUNT > 0
              OR WS-EVT-DROPPED > 0 OR WS-RUN-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    A blank THRU-DATE is today and a blank FROM-DATE the 31 days
      *    up to it.  A prefix inquiry compares only the characters
      *    keyed.
       100-LOAD-HIPARM.
           MOVE FUNCTION CURRENT-DATE TO WS-PRODUCED.
           MOVE WS-PRODUCED(1:8) TO WS-TODAY.
           OPEN INPUT CD-HIPARM-FILE.
           IF WS-HIPARM-STATUS = '00'
              READ CD-HIPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CD-HIPARM-JOB-NAME TO WS-JOB-KEY
                    MOVE CD-HIPARM-MATCH TO WS-PARM-MATCH
                    MOVE CD-HIPARM-FROM-DATE TO WS-PARM-FROM-DATE
                    MOVE CD-HIPARM-THRU-DATE TO WS-PARM-THRU-DATE
              END-READ
              CLOSE CD-HIPARM-FILE
           END-IF.
           IF WS-JOB-KEY NOT = SPACES
              COMPUTE WS-JOB-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-JOB-KEY TRAILING))
           END-IF.
           IF WS-PARM-MATCH = 'P'
              MOVE 'Y' TO WS-JOB-PREFIX
              MOVE 'PREFIX' TO WS-RPT-T-MATCH
           ELSE
              MOVE 'EXACT NAME' TO WS-RPT-T-MATCH
           END-IF.
           IF WS-PARM-THRU-DATE IS NUMERIC
              MOVE WS-PARM-THRU-DATE TO WS-THRU-DATE
           ELSE
              MOVE WS-TODAY TO WS-THRU-DATE
           END-IF.
           IF WS-PARM-FROM-DATE IS NUMERIC
              MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
           ELSE
              COMPUTE WS-FROM-DATE =
                 FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-THRU-DATE) - 30)
           END-IF.
           IF WS-THRU-DATE > WS-TODAY
              MOVE WS-TODAY TO WS-COVER-THRU
           ELSE
              MOVE WS-THRU-DATE TO WS-COVER-THRU
           END-IF.
           MOVE WS-JOB-KEY TO WS-RPT-T-JOB.

      *    Loads the archive catalog and notes the newest THRU-DATE
      *    (the online file holds everything after it) and the entry
      *    with the earliest FROM-DATE.
       110-LOAD-CATALOG.
           OPEN INPUT CD-ARCCAT-FILE.
           IF WS-ARCCAT-STATUS = '00'
              PERFORM UNTIL WS-ARCCAT-EOF = 'Y'
                 READ CD-ARCCAT-FILE
                    AT END
                       MOVE 'Y' TO WS-ARCCAT-EOF
                    NOT AT END
                       PERFORM 115-ADD-CATALOG-ENTRY
                 END-READ
              END-PERFORM
              CLOSE CD-ARCCAT-FILE
           END-IF.

       115-ADD-CATALOG-ENTRY.
           IF CD-ARCCAT-FROM-DATE IS NUMERIC
              AND CD-ARCCAT-THRU-DATE IS NUMERIC
              IF WS-CAT-COUNT >= WS-CAT-MAX
                 DISPLAY 'CDHIST: catalog table full, entry ignored: '
                    FUNCTION TRIM(CD-ARCCAT-ARCHIVE-ID)
              ELSE
                 ADD 1 TO WS-CAT-COUNT
                 MOVE CD-ARCCAT-ARCHIVE-ID TO WS-CAT-ID(WS-CAT-COUNT)
                 MOVE CD-ARCCAT-FROM-DATE TO WS-CAT-FROM(WS-CAT-COUNT)
                 MOVE CD-ARCCAT-THRU-DATE TO WS-CAT-THRU(WS-CAT-COUNT)
                 IF CD-ARCCAT-RECORDS IS NUMERIC
                    MOVE CD-ARCCAT-RECORDS
                       TO WS-CAT-RECORDS(WS-CAT-COUNT)
                 ELSE
                    MOVE 1 TO WS-CAT-RECORDS(WS-CAT-COUNT)
                 END-IF
                 MOVE 'N' TO WS-CAT-SUPPLIED(WS-CAT-COUNT)
                 IF WS-CAT-THRU(WS-CAT-COUNT) > WS-CAT-LAST-THRU
                    MOVE WS-CAT-THRU(WS-CAT-COUNT) TO WS-CAT-LAST-THRU
                 END-IF
                 IF WS-CAT-FIRST = 0
                    OR WS-CAT-FROM(WS-CAT-COUNT)
                       < WS-CAT-FROM(WS-CAT-FIRST)
                    MOVE WS-CAT-COUNT TO WS-CAT-FIRST
                 END-IF
              END-IF
           END-IF.

      *    The whole online log is read, not just the job's keys: its
      *    oldest record is the start of online coverage when there
      *    is no catalog to say so.
       200-READ-ONLINE-LOG.
           OPEN INPUT CD-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
              DISPLAY 'CDHIST: CDLOG not available, status = '
                 WS-LOG-STATUS
           ELSE
              MOVE 'Y' TO WS-LOG-AVAILABLE
              PERFORM UNTIL WS-LOG-EOF = 'Y'
                 READ CD-LOG-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-LOG-EOF
                    NOT AT END
                       IF CD-LOG-TIMESTAMP(1:8) IS NUMERIC
                          MOVE CD-LOG-TIMESTAMP(1:8) TO WS-STAMP-DATE
                          IF WS-ONLINE-OLDEST = ZERO
                             OR WS-STAMP-DATE < WS-ONLINE-OLDEST
                             MOVE WS-STAMP-DATE TO WS-ONLINE-OLDEST
                          END-IF
                       END-IF
                       MOVE 'ONLINE' TO WS-NEW-SOURCE
                       PERFORM 220-TAKE-LOG-RECORD
                 END-READ
              END-PERFORM
              CLOSE CD-LOG-FILE
           END-IF.

      *    Every supplied archive record marks the catalog entry whose
      *    span holds its date as supplied, whichever job it is for.
       210-READ-ARCHIVES.
           OPEN INPUT CD-LOG-ARCHIVE.
           IF WS-ARCH-STATUS = '00'
              PERFORM UNTIL WS-ARCH-EOF = 'Y'
                 READ CD-LOG-ARCHIVE
                    AT END
                       MOVE 'Y' TO WS-ARCH-EOF
                    NOT AT END
                       ADD 1 TO WS-ARCH-READ
                       MOVE CD-ARCH-RECORD TO CD-LOG-RECORD
                       IF CD-LOG-TIMESTAMP(1:8) IS NUMERIC
                          PERFORM 215-MARK-ARCHIVE-DATE
                       END-IF
                       MOVE 'ARCHIVE' TO WS-NEW-SOURCE
                       PERFORM 220-TAKE-LOG-RECORD
                 END-READ
              END-PERFORM
              CLOSE CD-LOG-ARCHIVE
           END-IF.

       215-MARK-ARCHIVE-DATE.
           MOVE CD-LOG-TIMESTAMP(1:8) TO WS-STAMP-DATE.
           IF WS-ARCH-OLDEST = ZERO
              OR WS-STAMP-DATE < WS-ARCH-OLDEST
              MOVE WS-STAMP-DATE TO WS-ARCH-OLDEST
           END-IF.
           IF WS-STAMP-DATE > WS-ARCH-NEWEST
              MOVE WS-STAMP-DATE TO WS-ARCH-NEWEST
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
              IF WS-STAMP-DATE NOT > WS-CAT-THRU(WS-CAT-IDX)
                 AND (WS-STAMP-DATE NOT < WS-CAT-FROM(WS-CAT-IDX)
                    OR WS-CAT-IDX = WS-CAT-FIRST)
                 MOVE 'Y' TO WS-CAT-SUPPLIED(WS-CAT-IDX)
              END-IF
           END-PERFORM.

      *    A log record for the job, online or archived, dated in the
      *    range.  The DECR ticks are left out - a run's shape is its
      *    start, resumes and end.
       220-TAKE-LOG-RECORD.
           MOVE CD-LOG-JOB-NAME TO WS-MATCH-NAME.
           PERFORM 800-MATCH-JOB.
           IF WS-JOB-MATCHES = 'Y'
              AND CD-LOG-EVENT-TYPE NOT = 'DECR'
              MOVE CD-LOG-TIMESTAMP TO WS-TZ-IN
              PERFORM 280-CHECK-STAMP
              IF WS-IN-RANGE = 'Y'
                 MOVE CD-LOG-EVENT-TYPE TO WS-NEW-TYPE
                 MOVE CD-LOG-JOB-NAME TO WS-NEW-JOB
                 MOVE CD-LOG-UNIT TO WS-NEW-UNIT
                 IF CD-LOG-EVENT-TYPE = 'START'
                    IF CD-LOG-START-VALUE IS NUMERIC
                       MOVE CD-LOG-START-VALUE TO WS-NEW-COUNTER
                    END-IF
                 ELSE
                    IF CD-LOG-COUNTER-VALUE IS NUMERIC
                       MOVE CD-LOG-COUNTER-VALUE TO WS-NEW-COUNTER
                    END-IF
                 END-IF
                 MOVE WS-NEW-COUNTER TO WS-EDIT-COUNT
                 IF CD-LOG-EVENT-TYPE = 'START'
                    STRING 'FROM ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CD-LOG-UNIT DELIMITED BY SPACE
                       INTO WS-NEW-DETAIL
                    END-STRING
                 ELSE
                    STRING 'AT ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CD-LOG-UNIT DELIMITED BY SPACE
                       ' REMAINING' DELIMITED BY SIZE
                       INTO WS-NEW-DETAIL
                    END-STRING
                 END-IF
                 PERFORM 290-ADD-EVENT
              END-IF
           END-IF.

      *    A summary belongs to the inquiry when its run started or
      *    ended inside the range; its end also goes on the history.
       230-READ-SUMMARIES.
           OPEN INPUT CD-SUM-FILE.
           IF WS-SUM-STATUS = '00'
              PERFORM UNTIL WS-SUM-EOF = 'Y'
                 READ CD-SUM-FILE
                    AT END
                       MOVE 'Y' TO WS-SUM-EOF
                    NOT AT END
                       MOVE CD-SUM-JOB-NAME TO WS-MATCH-NAME
                       PERFORM 800-MATCH-JOB
                       IF WS-JOB-MATCHES = 'Y'
                          PERFORM 235-TAKE-SUMMARY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-SUM-FILE
           END-IF.

       235-TAKE-SUMMARY.
           MOVE CD-SUM-START-TIMESTAMP TO WS-TZ-IN.
           PERFORM 280-CHECK-STAMP.
           MOVE WS-NEW-UTC TO WS-NRN-START-UTC.
           MOVE WS-IN-RANGE TO WS-RUN-FOUND.
           MOVE CD-SUM-FINISH-TIMESTAMP TO WS-TZ-IN.
           PERFORM 280-CHECK-STAMP.
           IF WS-IN-RANGE = 'Y' OR WS-RUN-FOUND = 'Y'
              MOVE CD-SUM-JOB-NAME TO WS-NRN-JOB
              MOVE CD-SUM-START-TIMESTAMP TO WS-NRN-START-TS
              MOVE CD-SUM-FINISH-TIMESTAMP TO WS-NRN-END-TS
              MOVE WS-NEW-UTC TO WS-NRN-END-UTC
              MOVE CD-SUM-OUTCOME TO WS-NRN-OUTCOME
              PERFORM 330-ELAPSED-FROM-STAMPS
              MOVE WS-ACTUAL-SEC TO WS-NRN-ELAPSED
              IF CD-SUM-RESUME-COUNT IS NUMERIC
                 MOVE CD-SUM-RESUME-COUNT TO WS-NRN-RESUMES
              ELSE
                 MOVE ZERO TO WS-NRN-RESUMES
              END-IF
              MOVE ZERO TO WS-NRN-HOLDS
              MOVE CD-SUM-LABEL TO WS-NRN-LABEL
              MOVE 'SUMMARY' TO WS-NRN-SOURCE
              IF WS-NRN-START-UTC = SPACES
                 MOVE WS-NRN-END-UTC TO WS-NRN-START-UTC
              END-IF
              PERFORM 310-ADD-RUN
           END-IF.
           IF WS-IN-RANGE = 'Y'
              MOVE 'SUMMARY' TO WS-NEW-SOURCE
              MOVE CD-SUM-OUTCOME TO WS-NEW-TYPE
              MOVE CD-SUM-JOB-NAME TO WS-NEW-JOB
              MOVE CD-SUM-UNIT TO WS-NEW-UNIT
              IF CD-SUM-OUTCOME = 'REJECT'
                 MOVE CD-SUM-LABEL TO WS-NEW-DETAIL
              ELSE
                 MOVE WS-ACTUAL-SEC TO WS-EDIT-SEC
                 MOVE WS-NRN-RESUMES TO WS-EDIT-COUNT
                 STRING 'ELAPSED ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-EDIT-SEC) DELIMITED BY SIZE
                    ' SEC, RESUMED ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                    ' TIME(S)' DELIMITED BY SIZE
                    INTO WS-NEW-DETAIL
                 END-STRING
              END-IF
              PERFORM 290-ADD-EVENT
           END-IF.

       240-READ-CHANGES.
           OPEN INPUT CD-CHG-FILE.
           IF WS-CHG-STATUS = '00'
              PERFORM UNTIL WS-CHG-EOF = 'Y'
                 READ CD-CHG-FILE
                    AT END
                       MOVE 'Y' TO WS-CHG-EOF
                    NOT AT END
                       MOVE CD-CHG-JOB-NAME TO WS-MATCH-NAME
                       PERFORM 800-MATCH-JOB
                       IF WS-JOB-MATCHES = 'Y'
                          MOVE CD-CHG-TIMESTAMP TO WS-TZ-IN
                          PERFORM 280-CHECK-STAMP
                          IF WS-IN-RANGE = 'Y'
                             PERFORM 245-BUILD-CHANGE-EVENT
                             PERFORM 290-ADD-EVENT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-CHG-FILE
           END-IF.

       245-BUILD-CHANGE-EVENT.
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
           MOVE 'CHANGE' TO WS-NEW-SOURCE.
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

      *    Operator commands from the permanent CDCONS history; the
      *    HOLDs are what the run lines count.
       250-READ-COMMANDS.
           OPEN INPUT CD-CMDH-FILE.
           IF WS-CMDH-STATUS = '00'
              PERFORM UNTIL WS-CMDH-EOF = 'Y'
                 READ CD-CMDH-FILE
                    AT END
                       MOVE 'Y' TO WS-CMDH-EOF
                    NOT AT END
                       MOVE CD-CMDH-JOB-NAME TO WS-MATCH-NAME
                       PERFORM 800-MATCH-JOB
                       IF WS-JOB-MATCHES = 'Y'
                          MOVE CD-CMDH-TIMESTAMP TO WS-TZ-IN
                          PERFORM 280-CHECK-STAMP
                          IF WS-IN-RANGE = 'Y'
                             MOVE 'COMMAND' TO WS-NEW-SOURCE
                             MOVE CD-CMDH-ACTION TO WS-NEW-TYPE
                             MOVE CD-CMDH-JOB-NAME TO WS-NEW-JOB
                             MOVE CD-CMDH-USER-ID TO WS-NEW-USER
                             MOVE 'ISSUED THROUGH CDCONS'
                                TO WS-NEW-DETAIL
                             PERFORM 290-ADD-EVENT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-CMDH-FILE
           END-IF.

      *    Puts the stamp in WS-TZ-IN through CDTZ into WS-NEW-UTC and
      *    sets WS-IN-RANGE to 'Y' when its local date falls inside
      *    the range.  The staged event is cleared (its source kept)
      *    for the caller to fill in.
       280-CHECK-STAMP.
           MOVE WS-NEW-SOURCE TO WS-ACTION-WORD.
           MOVE SPACES TO WS-NEW-EVENT.
           MOVE ZERO TO WS-NEW-COUNTER.
           MOVE WS-ACTION-WORD TO WS-NEW-SOURCE.
           MOVE 'N' TO WS-IN-RANGE.
           IF WS-TZ-IN(1:14) IS NUMERIC
              CALL 'CDTZ' USING WS-TZ-FUNCTION, WS-TZ-IN, WS-TZ-OUT,
                 WS-TZ-OFFSET, WS-TZ-FLAG
              MOVE WS-TZ-OUT TO WS-NEW-UTC
              MOVE WS-TZ-IN TO WS-NEW-STAMP
              MOVE WS-TZ-OFFSET TO WS-NEW-OFFSET
              MOVE WS-TZ-IN(1:8) TO WS-STAMP-DATE
              IF WS-STAMP-DATE NOT < WS-FROM-DATE
                 AND WS-STAMP-DATE NOT > WS-THRU-DATE
                 MOVE 'Y' TO WS-IN-RANGE
              END-IF
           END-IF.

      *    Inserts WS-NEW-EVENT after the last entry at or before it
      *    in UTC, so events at the same second keep file order.
       290-ADD-EVENT.
           IF WS-EVT-COUNT >= WS-EVT-MAX
              ADD 1 TO WS-EVT-DROPPED
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

      *    A logged START that no summary's start-to-end window holds
      *    is a run known only from the log.  Each run then counts the
      *    HOLD commands issued for its job while it ran; a run known
      *    only from the log runs until the job's next start, counts
      *    its logged RESUMEs, and ends at its first logged FINISH,
      *    CANCEL or REJECT.
       300-BUILD-RUNS.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                 UNTIL WS-EVT-IDX > WS-EVT-COUNT
              IF WS-EVT-TYPE(WS-EVT-IDX) = 'START'
                 AND (WS-EVT-SOURCE(WS-EVT-IDX) = 'ONLINE'
                    OR WS-EVT-SOURCE(WS-EVT-IDX) = 'ARCHIVE')
                 PERFORM 305-FIND-RUN-FOR-START
                 IF WS-RUN-FOUND = 'N'
                    MOVE WS-EVT-JOB(WS-EVT-IDX) TO WS-NRN-JOB
                    MOVE WS-EVT-STAMP(WS-EVT-IDX) TO WS-NRN-START-TS
                    MOVE WS-EVT-UTC(WS-EVT-IDX) TO WS-NRN-START-UTC
                    MOVE SPACES TO WS-NRN-END-TS
                    MOVE SPACES TO WS-NRN-END-UTC
                    MOVE 'NO END' TO WS-NRN-OUTCOME
                    MOVE ZERO TO WS-NRN-ELAPSED
                    MOVE ZERO TO WS-NRN-RESUMES
                    MOVE ZERO TO WS-NRN-HOLDS
                    MOVE SPACES TO WS-NRN-LABEL
                    MOVE WS-EVT-SOURCE(WS-EVT-IDX) TO WS-NRN-SOURCE
                    PERFORM 310-ADD-RUN
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                 UNTIL WS-RUN-IDX > WS-RUN-COUNT
              PERFORM 320-COUNT-RUN-EVENTS
           END-PERFORM.

       305-FIND-RUN-FOR-START.
           MOVE 'N' TO WS-RUN-FOUND.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                 UNTIL WS-RUN-IDX > WS-RUN-COUNT
                 OR WS-RUN-FOUND = 'Y'
              IF WS-RUN-JOB(WS-RUN-IDX) = WS-EVT-JOB(WS-EVT-IDX)
                 AND WS-RUN-END-UTC(WS-RUN-IDX) NOT = SPACES
                 AND WS-RUN-START-UTC(WS-RUN-IDX)
                    NOT > WS-EVT-UTC(WS-EVT-IDX)
                 AND WS-RUN-END-UTC(WS-RUN-IDX)
                    NOT < WS-EVT-UTC(WS-EVT-IDX)
                 MOVE 'Y' TO WS-RUN-FOUND
              END-IF
           END-PERFORM.

      *    Inserts WS-NEW-RUN in start order, after any run that
      *    started at the same moment.
       310-ADD-RUN.
           IF WS-RUN-COUNT >= WS-RUN-MAX
              ADD 1 TO WS-RUN-DROPPED
           ELSE
              MOVE WS-RUN-COUNT TO WS-RUN-IDX
              MOVE 'N' TO WS-RUN-PLACED
              PERFORM UNTIL WS-RUN-PLACED = 'Y'
                 IF WS-RUN-IDX = 0
                    MOVE 'Y' TO WS-RUN-PLACED
                 ELSE
                    IF WS-RUN-START-UTC(WS-RUN-IDX)
                       NOT > WS-NRN-START-UTC
                       MOVE 'Y' TO WS-RUN-PLACED
                    ELSE
                       MOVE WS-RUN-ENTRY(WS-RUN-IDX)
                          TO WS-RUN-ENTRY(WS-RUN-IDX + 1)
                       SUBTRACT 1 FROM WS-RUN-IDX
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-NEW-RUN TO WS-RUN-ENTRY(WS-RUN-IDX + 1)
              ADD 1 TO WS-RUN-COUNT
           END-IF.

       320-COUNT-RUN-EVENTS.
           IF WS-RUN-END-UTC(WS-RUN-IDX) NOT = SPACES
              MOVE WS-RUN-END-UTC(WS-RUN-IDX) TO WS-RUN-BOUND
           ELSE
              MOVE HIGH-VALUES TO WS-RUN-BOUND
              PERFORM VARYING WS-RUN-IX2 FROM WS-RUN-IDX BY 1
                    UNTIL WS-RUN-IX2 > WS-RUN-COUNT
                 IF WS-RUN-IX2 > WS-RUN-IDX
                    AND WS-RUN-JOB(WS-RUN-IX2) = WS-RUN-JOB(WS-RUN-IDX)
                    AND WS-RUN-START-UTC(WS-RUN-IX2) < WS-RUN-BOUND
                    MOVE WS-RUN-START-UTC(WS-RUN-IX2) TO WS-RUN-BOUND
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                 UNTIL WS-EVT-IDX > WS-EVT-COUNT
              IF WS-EVT-JOB(WS-EVT-IDX) = WS-RUN-JOB(WS-RUN-IDX)
                 AND WS-EVT-UTC(WS-EVT-IDX)
                    NOT < WS-RUN-START-UTC(WS-RUN-IDX)
                 AND WS-EVT-UTC(WS-EVT-IDX) < WS-RUN-BOUND
                 IF WS-EVT-SOURCE(WS-EVT-IDX) = 'COMMAND'
                    AND WS-EVT-TYPE(WS-EVT-IDX) = 'HOLD'
                    ADD 1 TO WS-RUN-HOLDS(WS-RUN-IDX)
                 END-IF
                 IF WS-RUN-SOURCE(WS-RUN-IDX) NOT = 'SUMMARY'
                    AND WS-RUN-END-UTC(WS-RUN-IDX) = SPACES
                    AND WS-EVT-SOURCE(WS-EVT-IDX) NOT = 'COMMAND'
                    AND WS-EVT-SOURCE(WS-EVT-IDX) NOT = 'CHANGE'
                    PERFORM 325-TAKE-LOGGED-EVENT
                 END-IF
              END-IF
           END-PERFORM.

      *    A run known only from the log: a RESUME is counted, and the
      *    first FINISH, CANCEL or REJECT closes it (the HOLDs after
      *    that belong to no run).
       325-TAKE-LOGGED-EVENT.
           IF WS-EVT-TYPE(WS-EVT-IDX) = 'RESUME'
              ADD 1 TO WS-RUN-RESUMES(WS-RUN-IDX)
           END-IF.
           IF WS-EVT-TYPE(WS-EVT-IDX) = 'FINISH'
              OR WS-EVT-TYPE(WS-EVT-IDX) = 'CANCEL'
              OR WS-EVT-TYPE(WS-EVT-IDX) = 'REJECT'
              MOVE WS-EVT-STAMP(WS-EVT-IDX) TO WS-RUN-END-TS(WS-RUN-IDX)
              MOVE WS-EVT-UTC(WS-EVT-IDX) TO WS-RUN-END-UTC(WS-RUN-IDX)
              MOVE WS-EVT-TYPE(WS-EVT-IDX)
                 TO WS-RUN-OUTCOME(WS-RUN-IDX)
              MOVE WS-EVT-UTC(WS-EVT-IDX) TO WS-RUN-BOUND
              MOVE WS-RUN-START-UTC(WS-RUN-IDX) TO WS-ELA-START-UTC
              MOVE WS-EVT-UTC(WS-EVT-IDX) TO WS-ELA-FIN-UTC
              PERFORM 335-SECONDS-BETWEEN
              MOVE WS-ACTUAL-SEC TO WS-RUN-ELAPSED(WS-RUN-IDX)
           END-IF.

      *    Elapsed as the summary recorded it, unless the start and
      *    finish carry different UTC offsets (a run across the clock
      *    change, summarized before elapsed time was worked in UTC) -
      *    then it is re-derived from the stamps, as CDRECON does.
       330-ELAPSED-FROM-STAMPS.
           IF CD-SUM-ELAPSED-SEC IS NUMERIC
              MOVE CD-SUM-ELAPSED-SEC TO WS-ACTUAL-SEC
           ELSE
              MOVE ZERO TO WS-ACTUAL-SEC
           END-IF.
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
              PERFORM 335-SECONDS-BETWEEN
           END-IF.

      *    Seconds from WS-ELA-START-UTC to WS-ELA-FIN-UTC into
      *    WS-ACTUAL-SEC, never below zero.
       335-SECONDS-BETWEEN.
           MOVE WS-ELA-START-UTC(1:8) TO WS-ELA-START-YYYYMMDD.
           MOVE WS-ELA-FIN-UTC(1:8) TO WS-ELA-FIN-YYYYMMDD.
           COMPUTE WS-ACTUAL-SEC =
              ((FUNCTION INTEGER-OF-DATE(WS-ELA-FIN-YYYYMMDD)
                - FUNCTION INTEGER-OF-DATE(WS-ELA-START-YYYYMMDD))
                * 86400)
              + (FUNCTION NUMVAL(WS-ELA-FIN-UTC(9:2)) * 3600)
              + (FUNCTION NUMVAL(WS-ELA-FIN-UTC(11:2)) * 60)
              + FUNCTION NUMVAL(WS-ELA-FIN-UTC(13:2))
              - (FUNCTION NUMVAL(WS-ELA-START-UTC(9:2)) * 3600)
              - (FUNCTION NUMVAL(WS-ELA-START-UTC(11:2)) * 60)
              - FUNCTION NUMVAL(WS-ELA-START-UTC(13:2)).
           IF WS-ACTUAL-SEC < 0
              MOVE ZERO TO WS-ACTUAL-SEC
           END-IF.

      *    Which dates of the range (up to today) nothing supplied
      *    covers.  With a catalog: the online file covers everything
      *    after the newest catalogued THRU-DATE, and each catalogued
      *    span is covered when its archive was supplied or it held
      *    no records at all.  With no catalog, the online file is
      *    taken to start at its oldest record and the supplied
      *    archives to cover the dates between their oldest and
      *    newest records - the best that can be said, and the report
      *    says so.
       350-COMPUTE-COVERAGE.
           IF WS-CAT-COUNT > 0
              IF WS-LOG-AVAILABLE = 'N'
                 COMPUTE WS-GAP-LO =
                    FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-CAT-LAST-THRU) + 1)
                 MOVE WS-COVER-THRU TO WS-GAP-HI
                 MOVE 'ONLINE COUNTDOWN-LOG NOT AVAILABLE' TO WS-GAP-WHY
                 PERFORM 360-ADD-GAP
              END-IF
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-COUNT
                 IF WS-CAT-SUPPLIED(WS-CAT-IDX) = 'N'
                    AND WS-CAT-RECORDS(WS-CAT-IDX) > 0
                    IF WS-CAT-IDX = WS-CAT-FIRST
                       MOVE WS-FROM-DATE TO WS-GAP-LO
                    ELSE
                       MOVE WS-CAT-FROM(WS-CAT-IDX) TO WS-GAP-LO
                    END-IF
                    MOVE WS-CAT-THRU(WS-CAT-IDX) TO WS-GAP-HI
                    MOVE SPACES TO WS-GAP-WHY
                    STRING 'ARCHIVE NOT SUPPLIED: ' DELIMITED BY SIZE
                       WS-CAT-ID(WS-CAT-IDX) DELIMITED BY SPACE
                       INTO WS-GAP-WHY
                    END-STRING
                    PERFORM 360-ADD-GAP
                 END-IF
              END-PERFORM
           ELSE
              IF WS-LOG-AVAILABLE = 'Y' AND WS-ONLINE-OLDEST > ZERO
                 COMPUTE WS-GAP-HI =
                    FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-ONLINE-OLDEST) - 1)
              ELSE
                 MOVE WS-COVER-THRU TO WS-GAP-HI
              END-IF
              IF WS-ARCH-OLDEST = ZERO
                 MOVE WS-FROM-DATE TO WS-GAP-LO
                 MOVE 'NOT ON THE ONLINE LOG AND NO ARCHIVE SUPPLIED'
                    TO WS-GAP-WHY
                 PERFORM 360-ADD-GAP
              ELSE
                 MOVE WS-GAP-HI TO WS-CAT-LO
                 MOVE WS-FROM-DATE TO WS-GAP-LO
                 IF WS-ARCH-OLDEST NOT > WS-GAP-HI
                    COMPUTE WS-GAP-HI =
                       FUNCTION DATE-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE(WS-ARCH-OLDEST)
                          - 1)
                 END-IF
                 MOVE 'OLDER THAN ANY ARCHIVE RECORD SUPPLIED'
                    TO WS-GAP-WHY
                 PERFORM 360-ADD-GAP
                 COMPUTE WS-GAP-LO =
                    FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-ARCH-NEWEST) + 1)
                 MOVE WS-CAT-LO TO WS-GAP-HI
                 MOVE
                    'NEWER THAN THE ARCHIVES, OLDER THAN THE ONLINE LOG'
                    TO WS-GAP-WHY
                 PERFORM 360-ADD-GAP
              END-IF
           END-IF.

      *    Records WS-GAP-LO thru WS-GAP-HI, trimmed to the range, as
      *    a span not covered.
       360-ADD-GAP.
           IF WS-GAP-LO < WS-FROM-DATE
              MOVE WS-FROM-DATE TO WS-GAP-LO
           END-IF.
           IF WS-GAP-HI > WS-COVER-THRU
              MOVE WS-COVER-THRU TO WS-GAP-HI
           END-IF.
           IF WS-GAP-LO NOT > WS-GAP-HI
              IF WS-GAP-COUNT < WS-GAP-MAX
                 ADD 1 TO WS-GAP-COUNT
                 MOVE WS-GAP-LO TO WS-GAP-FROM(WS-GAP-COUNT)
                 MOVE WS-GAP-HI TO WS-GAP-THRU(WS-GAP-COUNT)
                 MOVE WS-GAP-WHY TO WS-GAP-REASON(WS-GAP-COUNT)
              ELSE
                 ADD 1 TO WS-GAP-DROPPED
              END-IF
           END-IF.

       400-WRITE-TITLE.
           MOVE WS-RPT-TITLE-1 TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           MOVE WS-FROM-DATE TO WS-FMT-IN.
           PERFORM 920-FORMAT-STAMP.
           MOVE WS-FMT-TEXT TO WS-RPT-T-FROM.
           MOVE WS-THRU-DATE TO WS-FMT-IN.
           PERFORM 920-FORMAT-STAMP.
           MOVE WS-FMT-TEXT TO WS-RPT-T-THRU.
           MOVE WS-PRODUCED(1:14) TO WS-FMT-IN.
           PERFORM 920-FORMAT-STAMP.
           MOVE WS-FMT-TEXT TO WS-RPT-T-PRODUCED.
           MOVE WS-RPT-TITLE-2 TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           IF WS-GAP-COUNT > 0
              MOVE SPACES TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
              MOVE WS-RPT-WARNING TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-IF.

      *    What the history was built from, then every span of the
      *    range it could not see.
       420-WRITE-COVERAGE.
           MOVE SPACES TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           MOVE WS-RPT-SECTION-1 TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           IF WS-LOG-AVAILABLE = 'N'
              MOVE WS-RPT-NO-ONLINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           ELSE
              IF WS-CAT-COUNT > 0
                 COMPUTE WS-CAT-LO =
                    FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-CAT-LAST-THRU) + 1)
              ELSE
                 MOVE WS-ONLINE-OLDEST TO WS-CAT-LO
              END-IF
              IF WS-CAT-LO = ZERO
                 MOVE '(NO RECORDS ONLINE)' TO WS-RPT-ON-FROM
              ELSE
                 MOVE WS-CAT-LO TO WS-FMT-IN
                 PERFORM 920-FORMAT-STAMP
                 MOVE WS-FMT-TEXT(1:10) TO WS-RPT-ON-FROM
              END-IF
              MOVE WS-RPT-ONLINE-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-IF.
           IF WS-CAT-COUNT = 0
              MOVE WS-RPT-NO-CATALOG TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
              IF WS-ARCH-OLDEST > ZERO
                 MOVE WS-ARCH-OLDEST TO WS-FMT-IN
                 PERFORM 920-FORMAT-STAMP
                 MOVE WS-FMT-TEXT(1:10) TO WS-RPT-AS-FROM
                 MOVE WS-ARCH-NEWEST TO WS-FMT-IN
                 PERFORM 920-FORMAT-STAMP
                 MOVE WS-FMT-TEXT(1:10) TO WS-RPT-AS-THRU
                 MOVE WS-RPT-ARCH-SPAN TO CD-HIST-RPT-LINE
                 WRITE CD-HIST-RPT-LINE
              END-IF
           ELSE
              MOVE WS-RPT-HEADING-1 TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-COUNT
                 PERFORM 425-WRITE-CATALOG-LINE
              END-PERFORM
           END-IF.
           MOVE SPACES TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           IF WS-GAP-COUNT = 0
              MOVE WS-RPT-COVERED-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-IF.
           PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
                 UNTIL WS-GAP-IDX > WS-GAP-COUNT
              MOVE WS-GAP-FROM(WS-GAP-IDX) TO WS-FMT-IN
              PERFORM 920-FORMAT-STAMP
              MOVE WS-FMT-TEXT(1:10) TO WS-RPT-GP-FROM
              MOVE WS-GAP-THRU(WS-GAP-IDX) TO WS-FMT-IN
              PERFORM 920-FORMAT-STAMP
              MOVE WS-FMT-TEXT(1:10) TO WS-RPT-GP-THRU
              MOVE WS-GAP-REASON(WS-GAP-IDX) TO WS-RPT-GP-WHY
              MOVE WS-RPT-GAP-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-PERFORM.

      *    Only the catalogued archives whose span touches the range
      *    are listed.
       425-WRITE-CATALOG-LINE.
           IF WS-CAT-IDX = WS-CAT-FIRST
              MOVE ZERO TO WS-CAT-LO
           ELSE
              MOVE WS-CAT-FROM(WS-CAT-IDX) TO WS-CAT-LO
           END-IF.
           IF WS-CAT-LO NOT > WS-THRU-DATE
              AND WS-CAT-THRU(WS-CAT-IDX) NOT < WS-FROM-DATE
              MOVE WS-CAT-ID(WS-CAT-IDX) TO WS-RPT-CT-ID
              MOVE WS-CAT-FROM(WS-CAT-IDX) TO WS-FMT-IN
              PERFORM 920-FORMAT-STAMP
              MOVE WS-FMT-TEXT(1:10) TO WS-RPT-CT-FROM
              MOVE WS-CAT-THRU(WS-CAT-IDX) TO WS-FMT-IN
              PERFORM 920-FORMAT-STAMP
              MOVE WS-FMT-TEXT(1:10) TO WS-RPT-CT-THRU
              MOVE WS-CAT-RECORDS(WS-CAT-IDX) TO WS-RPT-CT-RECORDS
              EVALUATE TRUE
                 WHEN WS-CAT-SUPPLIED(WS-CAT-IDX) = 'Y'
                    MOVE 'SUPPLIED' TO WS-RPT-CT-STATUS
                 WHEN WS-CAT-RECORDS(WS-CAT-IDX) = 0
                    MOVE 'NO ACTIVITY' TO WS-RPT-CT-STATUS
                 WHEN OTHER
                    MOVE 'NOT SUPPLIED' TO WS-RPT-CT-STATUS
              END-EVALUATE
              MOVE WS-RPT-CAT-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-IF.

       430-WRITE-RUNS.
           MOVE SPACES TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           MOVE WS-RPT-SECTION-2 TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           MOVE WS-RPT-HEADING-2 TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           IF WS-RUN-COUNT = 0
              MOVE WS-RPT-NONE-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-IF.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                 UNTIL WS-RUN-IDX > WS-RUN-COUNT
              MOVE WS-RUN-JOB(WS-RUN-IDX) TO WS-RPT-RN-JOB
              MOVE WS-RUN-START-TS(WS-RUN-IDX)(1:14) TO WS-FMT-IN
              PERFORM 920-FORMAT-STAMP
              MOVE WS-FMT-TEXT TO WS-RPT-RN-START
              MOVE WS-RUN-END-TS(WS-RUN-IDX)(1:14) TO WS-FMT-IN
              PERFORM 920-FORMAT-STAMP
              MOVE WS-FMT-TEXT TO WS-RPT-RN-END
              MOVE WS-RUN-OUTCOME(WS-RUN-IDX) TO WS-RPT-RN-OUTCOME
              IF WS-RUN-END-TS(WS-RUN-IDX) = SPACES
                 MOVE SPACES TO WS-RPT-RN-ELAPSED
              ELSE
                 MOVE WS-RUN-ELAPSED(WS-RUN-IDX) TO WS-EDIT-SEC
                 MOVE WS-EDIT-SEC TO WS-RPT-RN-ELAPSED
              END-IF
              MOVE WS-RUN-RESUMES(WS-RUN-IDX) TO WS-RPT-RN-RESUMES
              MOVE WS-RUN-HOLDS(WS-RUN-IDX) TO WS-RPT-RN-HOLDS
              MOVE WS-RUN-LABEL(WS-RUN-IDX) TO WS-RPT-RN-LABEL
              MOVE WS-RPT-RUN-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-PERFORM.

       440-WRITE-EVENTS.
           MOVE SPACES TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           MOVE WS-RPT-SECTION-3 TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           MOVE WS-RPT-HEADING-3 TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           IF WS-EVT-COUNT = 0
              MOVE WS-RPT-NONE-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-IF.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                 UNTIL WS-EVT-IDX > WS-EVT-COUNT
              MOVE WS-EVT-STAMP(WS-EVT-IDX)(1:14) TO WS-FMT-IN
              PERFORM 920-FORMAT-STAMP
              MOVE WS-FMT-TEXT TO WS-RPT-EV-WHEN
              MOVE WS-EVT-OFFSET(WS-EVT-IDX) TO WS-RPT-EV-OFFSET
              MOVE WS-EVT-SOURCE(WS-EVT-IDX) TO WS-RPT-EV-SOURCE
              MOVE WS-EVT-TYPE(WS-EVT-IDX) TO WS-RPT-EV-TYPE
              MOVE WS-EVT-JOB(WS-EVT-IDX) TO WS-RPT-EV-JOB
              MOVE WS-EVT-USER(WS-EVT-IDX) TO WS-RPT-EV-USER
              MOVE WS-EVT-DETAIL(WS-EVT-IDX) TO WS-RPT-EV-DETAIL
              MOVE WS-RPT-EVENT-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-PERFORM.

       450-WRITE-TOTALS.
           MOVE SPACES TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           MOVE 'RUNS' TO WS-RPT-COUNT-TAG.
           MOVE WS-RUN-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           MOVE 'EVENTS' TO WS-RPT-COUNT-TAG.
           MOVE WS-EVT-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           MOVE 'SPANS NOT COVERED' TO WS-RPT-COUNT-TAG.
           MOVE WS-GAP-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-HIST-RPT-LINE.
           WRITE CD-HIST-RPT-LINE.
           IF WS-EVT-DROPPED > 0
              MOVE 'EVENTS NOT LISTED (TABLE FULL)' TO WS-RPT-COUNT-TAG
              MOVE WS-EVT-DROPPED TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-IF.
           IF WS-RUN-DROPPED > 0
              MOVE 'RUNS NOT LISTED (TABLE FULL)' TO WS-RPT-COUNT-TAG
              MOVE WS-RUN-DROPPED TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-IF.
           IF WS-GAP-DROPPED > 0
              MOVE 'SPANS NOT LISTED (TABLE FULL)' TO WS-RPT-COUNT-TAG
              MOVE WS-GAP-DROPPED TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT-LINE TO CD-HIST-RPT-LINE
              WRITE CD-HIST-RPT-LINE
           END-IF.

      *    The audit extract: the inquiry, the uncovered spans, the
      *    runs, then the events - record types H, G, R and E.
       500-WRITE-EXTRACT.
           MOVE SPACES TO CD-HIEXT-RECORD.
           MOVE ZERO TO CD-HIEXT-COUNTER.
           MOVE ZERO TO CD-HIEXT-ELAPSED-SEC.
           MOVE ZERO TO CD-HIEXT-RESUME-COUNT.
           MOVE ZERO TO CD-HIEXT-HOLD-COUNT.
           MOVE 'H' TO CD-HIEXT-REC-TYPE.
           MOVE WS-JOB-KEY TO CD-HIEXT-JOB-NAME.
           IF WS-JOB-PREFIX = 'Y'
              MOVE 'PREFIX' TO CD-HIEXT-SOURCE
           ELSE
              MOVE 'EXACT' TO CD-HIEXT-SOURCE
           END-IF.
           MOVE WS-FROM-DATE TO CD-HIEXT-TIMESTAMP.
           MOVE WS-THRU-DATE TO CD-HIEXT-END-TIMESTAMP.
           MOVE WS-PRODUCED TO CD-HIEXT-DETAIL.
           WRITE CD-HIEXT-RECORD.
           PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
                 UNTIL WS-GAP-IDX > WS-GAP-COUNT
              MOVE SPACES TO CD-HIEXT-RECORD
              MOVE ZERO TO CD-HIEXT-COUNTER
              MOVE ZERO TO CD-HIEXT-ELAPSED-SEC
              MOVE ZERO TO CD-HIEXT-RESUME-COUNT
              MOVE ZERO TO CD-HIEXT-HOLD-COUNT
              MOVE 'G' TO CD-HIEXT-REC-TYPE
              MOVE WS-JOB-KEY TO CD-HIEXT-JOB-NAME
              MOVE WS-GAP-FROM(WS-GAP-IDX) TO CD-HIEXT-TIMESTAMP
              MOVE WS-GAP-THRU(WS-GAP-IDX) TO CD-HIEXT-END-TIMESTAMP
              MOVE WS-GAP-REASON(WS-GAP-IDX) TO CD-HIEXT-DETAIL
              WRITE CD-HIEXT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                 UNTIL WS-RUN-IDX > WS-RUN-COUNT
              MOVE SPACES TO CD-HIEXT-RECORD
              MOVE ZERO TO CD-HIEXT-COUNTER
              MOVE 'R' TO CD-HIEXT-REC-TYPE
              MOVE WS-RUN-JOB(WS-RUN-IDX) TO CD-HIEXT-JOB-NAME
              MOVE WS-RUN-START-TS(WS-RUN-IDX) TO CD-HIEXT-TIMESTAMP
              MOVE WS-RUN-START-UTC(WS-RUN-IDX) TO CD-HIEXT-UTC
              MOVE WS-RUN-SOURCE(WS-RUN-IDX) TO CD-HIEXT-SOURCE
              MOVE WS-RUN-OUTCOME(WS-RUN-IDX) TO CD-HIEXT-EVENT
              MOVE WS-RUN-END-TS(WS-RUN-IDX) TO CD-HIEXT-END-TIMESTAMP
              MOVE WS-RUN-ELAPSED(WS-RUN-IDX) TO CD-HIEXT-ELAPSED-SEC
              MOVE WS-RUN-RESUMES(WS-RUN-IDX) TO CD-HIEXT-RESUME-COUNT
              MOVE WS-RUN-HOLDS(WS-RUN-IDX) TO CD-HIEXT-HOLD-COUNT
              MOVE WS-RUN-LABEL(WS-RUN-IDX) TO CD-HIEXT-DETAIL
              WRITE CD-HIEXT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                 UNTIL WS-EVT-IDX > WS-EVT-COUNT
              MOVE SPACES TO CD-HIEXT-RECORD
              MOVE ZERO TO CD-HIEXT-ELAPSED-SEC
              MOVE ZERO TO CD-HIEXT-RESUME-COUNT
              MOVE ZERO TO CD-HIEXT-HOLD-COUNT
              MOVE 'E' TO CD-HIEXT-REC-TYPE
              MOVE WS-EVT-JOB(WS-EVT-IDX) TO CD-HIEXT-JOB-NAME
              MOVE WS-EVT-STAMP(WS-EVT-IDX) TO CD-HIEXT-TIMESTAMP
              MOVE WS-EVT-UTC(WS-EVT-IDX) TO CD-HIEXT-UTC
              MOVE WS-EVT-SOURCE(WS-EVT-IDX) TO CD-HIEXT-SOURCE
              MOVE WS-EVT-TYPE(WS-EVT-IDX) TO CD-HIEXT-EVENT
              MOVE WS-EVT-USER(WS-EVT-IDX) TO CD-HIEXT-USER-ID
              MOVE WS-EVT-COUNTER(WS-EVT-IDX) TO CD-HIEXT-COUNTER
              MOVE WS-EVT-UNIT(WS-EVT-IDX) TO CD-HIEXT-UNIT
              MOVE WS-EVT-DETAIL(WS-EVT-IDX) TO CD-HIEXT-DETAIL
              WRITE CD-HIEXT-RECORD
           END-PERFORM.

      *    Sets WS-JOB-MATCHES for WS-MATCH-NAME: the whole name, or
      *    just the characters keyed for a prefix inquiry.
       800-MATCH-JOB.
           MOVE 'N' TO WS-JOB-MATCHES.
           IF WS-JOB-PREFIX = 'Y'
              IF WS-MATCH-NAME(1:WS-JOB-LEN) = WS-JOB-KEY(1:WS-JOB-LEN)
                 MOVE 'Y' TO WS-JOB-MATCHES
              END-IF
           ELSE
              IF WS-MATCH-NAME = WS-JOB-KEY
                 MOVE 'Y' TO WS-JOB-MATCHES
              END-IF
           END-IF.

      *    A stamp that is not a date is shown as it stands; a bare
      *    YYYYMMDD shows as midnight, of which callers take the
      *    date part.
       920-FORMAT-STAMP.
           IF WS-FMT-IN(9:6) = SPACES
              AND WS-FMT-IN(1:8) NOT = SPACES
              MOVE '000000' TO WS-FMT-IN(9:6)
           END-IF.
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
