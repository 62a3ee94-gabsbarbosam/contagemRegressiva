      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDINEDIT - inbound arrival / ack edit and suspense
      * CD-PREQ-FILE and CD-ACK-FILE used to be appended straight by
      * the upstream jobs and the desk's ack procedure, unchecked: a
      * misspelled event name held a countdown forever, and a
      * malformed timestamp or an ack naming an alert that never
      * existed was simply never matched - COUNTDOWN, CDSTAT and
      * CDESCAL quietly treated those records as absent.  Senders now
      * append to the inbound files CDPREQIN and CDACKIN instead, and
      * CDINEDIT, scheduled every few minutes ahead of COUNTDOWN and
      * CDESCAL, edits each new record before it reaches the files
      * those programs read:
      *   - an arrival needs a well-formed timestamp, an event that
      *     some COUNTDOWN-CONTROL row names, and must not repeat an
      *     arrival already on CD-PREQ-FILE (COUNTDOWN only ever
      *     looks for the first one);
      *   - an ack needs well-formed alert and ack timestamps, a
      *     CD-ALERT-RECORD with the same job and alert timestamp, and
      *     a user who holds a grant on CD-AUTH-FILE.
      * A record that passes is appended to CDPREREQ / CDALRTAK
      * exactly as it came in; both are opened once, before any
      * inbound record is read, and a run that cannot open them
      * edits nothing and ends RC=8.  A record that fails goes to the
      * CD-SUSP-FILE suspense file with a reason code, is listed on
      * the CDINERPT exception report, and the sender is paged
      * through CDALERT (routed by the on-call roster on the event
      * name or the ack's job name).  Suspended items are corrected
      * or withdrawn by CD-SUSTRN transactions on CDSUSPRS, which are
      * applied first each run; a corrected image goes through the
      * same edit as a new record.  The senders append to the inbound
      * and resubmission files while CDINEDIT runs, so it never
      * empties them: CDINCTL keeps a count of the records settled at
      * the top of each, every run skips that many and saves the new
      * counts when it ends, and the job stream clears the files and
      * CDINCTL together at a quiet point.  A file found shorter than
      * its count is taken as cleared and edited from the top.  The
      * report ends with every item still open on the suspense file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDINEDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-PREQIN-FILE ASSIGN TO "CDPREQIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PREQIN-STATUS.

           SELECT CD-ACKIN-FILE ASSIGN TO "CDACKIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACKIN-STATUS.

           SELECT CD-SUSTRN-FILE ASSIGN TO "CDSUSPRS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSTRN-STATUS.

           SELECT CD-INCTL-FILE ASSIGN TO "CDINCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCTL-STATUS.

           SELECT CD-PREQ-FILE ASSIGN TO "CDPREREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PREQ-STATUS.

           SELECT CD-ACK-FILE ASSIGN TO "CDALRTAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CD-ALERT-FILE ASSIGN TO "CDALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT CD-AUTH-FILE ASSIGN TO "CDAUTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT CD-CTL-FILE ASSIGN TO "CDCONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CTL-JOB-NAME
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CD-SUSP-FILE ASSIGN TO "CDSUSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-SUSP-ID
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CD-INE-RPT ASSIGN TO "CDINERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-PREQIN-FILE.
      *    Byte-for-byte image of CD-PREQ-RECORD, as the sender wrote
      *    it; each record is edited in WS-EDIT-IMAGE.
           01  CD-PREQIN-RECORD        PIC X(46).

       FD  CD-ACKIN-FILE.
      *    Byte-for-byte image of CD-ACK-RECORD, likewise.
           01  CD-ACKIN-RECORD         PIC X(80).

       FD  CD-SUSTRN-FILE.
           COPY CDSUSTRN.

       FD  CD-INCTL-FILE.
           COPY CDINCTL.

       FD  CD-PREQ-FILE.
           COPY CDPREQ.

       FD  CD-ACK-FILE.
           COPY CDACK.

       FD  CD-ALERT-FILE.
           COPY CDALRT.

       FD  CD-AUTH-FILE.
           COPY CDAUTH.

       FD  CD-CTL-FILE.
           COPY CDCTL.

       FD  CD-SUSP-FILE.
           COPY CDSUSP.

       FD  CD-INE-RPT.
           01  CD-INE-RPT-LINE         PIC X(150).

       WORKING-STORAGE SECTION.
           77  WS-PREQIN-STATUS    PIC XX VALUE SPACES.
           77  WS-ACKIN-STATUS     PIC XX VALUE SPACES.
           77  WS-SUSTRN-STATUS    PIC XX VALUE SPACES.
           77  WS-PREQ-STATUS      PIC XX VALUE SPACES.
           77  WS-ACK-STATUS       PIC XX VALUE SPACES.
           77  WS-ALERT-FILE-STATUS PIC XX VALUE SPACES.
           77  WS-AUTH-STATUS      PIC XX VALUE SPACES.
           77  WS-CTL-STATUS       PIC XX VALUE SPACES.
           77  WS-SUSP-STATUS      PIC XX VALUE SPACES.
           77  WS-RPT-STATUS       PIC XX VALUE SPACES.
           77  WS-INCTL-STATUS     PIC XX VALUE SPACES.
           77  WS-PREQIN-EOF       PIC X(1) VALUE 'N'.
           77  WS-ACKIN-EOF        PIC X(1) VALUE 'N'.
           77  WS-SUSTRN-EOF       PIC X(1) VALUE 'N'.
           77  WS-PREQ-EOF         PIC X(1) VALUE 'N'.
           77  WS-ALERT-EOF        PIC X(1) VALUE 'N'.
           77  WS-AUTH-EOF         PIC X(1) VALUE 'N'.
           77  WS-CTL-EOF          PIC X(1) VALUE 'N'.
           77  WS-SUSP-EOF         PIC X(1) VALUE 'N'.
           77  WS-PREQ-FOUND       PIC X(1) VALUE 'N'.
           77  WS-EVENT-FOUND      PIC X(1) VALUE 'N'.
           77  WS-ALERT-FOUND      PIC X(1) VALUE 'N'.
           77  WS-USER-KNOWN       PIC X(1) VALUE 'N'.
           77  WS-CHK-USER         PIC X(8) VALUE SPACES.

      *    Set when CDPREREQ / CDALRTAK cannot be opened, or when an
      *    accepted record or a suspense item could not be written:
      *    editing stops there, the record that failed and everything
      *    after it are left for the next run, and the run ends RC=8.
           77  WS-POST-FAILED      PIC X(1) VALUE 'N'.
      *    Set once the record in hand has been posted or written to
      *    the suspense file, so it counts as settled even if a later
      *    step for it fails - editing it again would post or suspend
      *    it twice.
           77  WS-REC-POSTED       PIC X(1) VALUE 'N'.

      *    Inbound progress, from and back to CDINCTL: the -DONE count
      *    of records at the top of each file already settled, and the
      *    -POS physical record just read.  Blank records count too,
      *    so the skip lines up with the file.
           77  WS-SUSTRN-DONE      PIC 9(6) VALUE ZERO.
           77  WS-SUSTRN-POS       PIC 9(6) VALUE ZERO.
           77  WS-PREQIN-DONE      PIC 9(6) VALUE ZERO.
           77  WS-PREQIN-POS       PIC 9(6) VALUE ZERO.
           77  WS-ACKIN-DONE       PIC 9(6) VALUE ZERO.
           77  WS-ACKIN-POS        PIC 9(6) VALUE ZERO.
           77  WS-INCTL-VALID      PIC X(1) VALUE 'N'.

      *    A new suspense item as written, so the contact paged about
      *    it can be added by REWRITE once the WRITE has succeeded.
           01  WS-SUSP-HOLD            PIC X(254) VALUE SPACES.

           77  WS-RUN-STAMP        PIC X(26) VALUE SPACES.
           77  WS-SUSP-SEQ         PIC 9(4) VALUE ZERO.

      *    CD-AUTH-FILE user ids, loaded once per run.  An ack is
      *    accepted only from a user holding some grant there; an
      *    unloadable file leaves the table empty and every ack is
      *    suspended - the same fail-closed rule CDMAINT applies.
           77  WS-AUTH-MAX         PIC 9(3) VALUE 100.
           77  WS-AUTH-COUNT       PIC 9(3) VALUE ZERO.
           77  WS-AUTH-IDX         PIC 9(3) VALUE ZERO.
           01  WS-AUTH-TABLE.
               05  WS-AUTH-USER OCCURS 100 TIMES PIC X(8).

      *    Events already on CD-PREQ-FILE, loaded once per run before
      *    the file is opened for the run's postings, and added to as
      *    each arrival is accepted - the duplicate check for an
      *    arrival.  A file holding more events than the table is a
      *    post failure, as a duplicate could then slip through.
           77  WS-ARRIVED-MAX      PIC 9(4) VALUE 2000.
           77  WS-ARRIVED-COUNT    PIC 9(4) VALUE ZERO.
           77  WS-ARRIVED-IDX      PIC 9(4) VALUE ZERO.
           01  WS-ARRIVED-TABLE.
               05  WS-ARRIVED-EVENT OCCURS 2000 TIMES PIC X(20).

      *    The record being edited, in whichever layout its type
      *    says: 'P' = CD-PREQ-RECORD, 'K' = CD-ACK-RECORD.
           77  WS-EDIT-TYPE        PIC X(1) VALUE SPACE.
           77  WS-EDIT-VALID       PIC X(1) VALUE 'N'.
           77  WS-REASON-CODE      PIC X(3) VALUE SPACES.
           77  WS-REASON-TEXT      PIC X(40) VALUE SPACES.
           01  WS-EDIT-IMAGE           PIC X(80) VALUE SPACES.
           01  WS-EDIT-PREQ REDEFINES WS-EDIT-IMAGE.
               05  WS-EDIT-PREQ-EVENT  PIC X(20).
               05  WS-EDIT-PREQ-STAMP  PIC X(26).
               05  FILLER              PIC X(34).
           01  WS-EDIT-ACK REDEFINES WS-EDIT-IMAGE.
               05  WS-EDIT-ACK-JOB     PIC X(20).
               05  WS-EDIT-ACK-ALERT-TS PIC X(26).
               05  WS-EDIT-ACK-USER    PIC X(8).
               05  WS-EDIT-ACK-TS      PIC X(26).

      *    Timestamp edit: the CURRENT-DATE layout the senders stamp
      *    with, YYYYMMDDHHMMSS plus optional hundredths and UTC
      *    offset; a bare local YYYYMMDDHHMMSS is also accepted, as
      *    CDTZ resolves one by the site zone rules.
           77  WS-CHK-STAMP        PIC X(26) VALUE SPACES.
           77  WS-STAMP-VALID      PIC X(1) VALUE 'N'.
           77  WS-DATE-VALID       PIC X(1) VALUE 'N'.
           77  WS-CHK-DATE         PIC X(8) VALUE SPACES.
           77  WS-CHK-YYYY         PIC 9(4) VALUE ZERO.
           77  WS-CHK-MM           PIC 9(2) VALUE ZERO.
           77  WS-CHK-DD           PIC 9(2) VALUE ZERO.
           77  WS-CHK-MAX-DD       PIC 9(2) VALUE ZERO.
           77  WS-CHK-HH           PIC 9(2) VALUE ZERO.
           77  WS-CHK-MI           PIC 9(2) VALUE ZERO.
           77  WS-CHK-SS           PIC 9(2) VALUE ZERO.
           77  WS-LEAP-REM         PIC 9(4) VALUE ZERO.

           77  WS-PAGE-JOB         PIC X(20) VALUE SPACES.
           77  WS-ALERT-STATUS     PIC X(2) VALUE SPACES.
           77  WS-ALERT-LABEL      PIC X(40) VALUE SPACES.
           77  WS-ALERT-CONTACT    PIC X(20) VALUE SPACES.

           77  WS-PREQ-READ-COUNT  PIC 9(6) VALUE ZERO.
           77  WS-PREQ-OK-COUNT    PIC 9(6) VALUE ZERO.
           77  WS-PREQ-SUSP-COUNT  PIC 9(6) VALUE ZERO.
           77  WS-ACK-READ-COUNT   PIC 9(6) VALUE ZERO.
           77  WS-ACK-OK-COUNT     PIC 9(6) VALUE ZERO.
           77  WS-ACK-SUSP-COUNT   PIC 9(6) VALUE ZERO.
           77  WS-RS-READ-COUNT    PIC 9(6) VALUE ZERO.
           77  WS-RS-OK-COUNT      PIC 9(6) VALUE ZERO.
           77  WS-RS-SUSP-COUNT    PIC 9(6) VALUE ZERO.
           77  WS-RS-WDRAW-COUNT   PIC 9(6) VALUE ZERO.
           77  WS-RS-REJECT-COUNT  PIC 9(6) VALUE ZERO.
           77  WS-OPEN-COUNT       PIC 9(6) VALUE ZERO.

           01  WS-RPT-TITLE.
               05  FILLER          PIC X(48)
                   VALUE 'CDINEDIT - INBOUND EDIT AND SUSPENSE REPORT'.
               05  FILLER          PIC X(4) VALUE 'RUN '.
               05  WS-RPT-TITLE-STAMP PIC X(14).

           01  WS-RPT-SECTION      PIC X(150) VALUE SPACES.

           01  WS-RPT-HEADING-1.
               05  FILLER          PIC X(22) VALUE 'SUSPENSE ID'.
               05  FILLER          PIC X(9) VALUE 'TYPE'.
               05  FILLER          PIC X(22) VALUE 'EVENT/JOB NAME'.
               05  FILLER          PIC X(16) VALUE 'TIMESTAMP'.
               05  FILLER          PIC X(5) VALUE 'RSN'.
               05  FILLER          PIC X(42) VALUE 'REASON'.
               05  FILLER          PIC X(22) VALUE 'PAGED'.
               05  FILLER          PIC X(5) VALUE 'TRIES'.

           01  WS-RPT-DETAIL.
               05  WS-RPT-SUSP-ID  PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TYPE     PIC X(7).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-NAME     PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-STAMP    PIC X(14).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CODE     PIC X(3).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-REASON   PIC X(40).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-CONTACT  PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TRIES    PIC ZZ9.

           01  WS-RPT-HEADING-2.
               05  FILLER          PIC X(3) VALUE 'A'.
               05  FILLER          PIC X(22) VALUE 'SUSPENSE ID'.
               05  FILLER          PIC X(10) VALUE 'USER'.
               05  FILLER          PIC X(13) VALUE 'RESULT'.
               05  FILLER          PIC X(5) VALUE 'RSN'.
               05  FILLER          PIC X(42) VALUE 'REASON'.
               05  FILLER          PIC X(5) VALUE 'PAGED'.

           01  WS-RPT-TRN-LINE.
               05  WS-RPT-TRN-ACTION PIC X(1).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TRN-ID   PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TRN-USER PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TRN-RESULT PIC X(11).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TRN-CODE PIC X(3).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TRN-REASON PIC X(40).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-TRN-CONTACT PIC X(20).

           01  WS-RPT-NONE-LINE    PIC X(150)
               VALUE '   NONE'.

           01  WS-RPT-COUNT-LINE.
               05  WS-RPT-COUNT-TAG PIC X(28).
               05  WS-RPT-COUNT    PIC ZZZZZ9.

           PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           PERFORM 130-LOAD-INCTL.
           IF WS-INCTL-VALID = 'N'
              DISPLAY 'CDINEDIT: nothing edited - inbound files left '
                 'for the next run'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT CD-CTL-FILE
              IF WS-CTL-STATUS NOT = '00'
                 DISPLAY 'CDINEDIT: unable to open CDCONTROL, status = '
                    WS-CTL-STATUS
                 DISPLAY 'CDINEDIT: nothing edited - inbound files '
                    'left for the next run'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 150-OPEN-SUSPENSE
                 IF WS-SUSP-STATUS NOT = '00'
                    DISPLAY 'CDINEDIT: unable to open CDSUSP, status = '
                       WS-SUSP-STATUS
                    DISPLAY 'CDINEDIT: nothing edited - inbound files '
                       'left for the next run'
                    CLOSE CD-CTL-FILE
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM 120-OPEN-POSTING
                    IF WS-POST-FAILED = 'Y'
                       DISPLAY 'CDINEDIT: nothing edited - inbound '
                          'files left for the next run'
                       CLOSE CD-SUSP-FILE
                       CLOSE CD-CTL-FILE
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       PERFORM 140-LOAD-AUTH
                       PERFORM 160-OPEN-REPORT
                       PERFORM 200-PROCESS-RESUBMISSIONS
                       PERFORM 300-EDIT-ARRIVALS
                       PERFORM 400-EDIT-ACKS
                       PERFORM 500-LIST-OPEN-SUSPENSE
                       PERFORM 600-WRITE-COUNTS
                       CLOSE CD-PREQ-FILE
                       CLOSE CD-ACK-FILE
                       CLOSE CD-SUSP-FILE
                       CLOSE CD-CTL-FILE
                       CLOSE CD-INE-RPT
                       PERFORM 650-DISPLAY-COUNTS
                       PERFORM 680-SAVE-INCTL
                       IF WS-POST-FAILED = 'Y'
                          MOVE 8 TO RETURN-CODE
                       ELSE
                          IF WS-PREQ-SUSP-COUNT > 0
                             OR WS-ACK-SUSP-COUNT > 0
                             OR WS-RS-SUSP-COUNT > 0
                             OR WS-RS-REJECT-COUNT > 0
                             MOVE 4 TO RETURN-CODE
                          ELSE
                             MOVE 0 TO RETURN-CODE
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

           STOP RUN.

      *    Loads the events already arrived, then opens CDPREREQ and
      *    CDALRTAK for the whole run.  A failure sets WS-POST-FAILED
      *    before any inbound record is read, and leaves neither file
      *    open.
       120-OPEN-POSTING.
           PERFORM 125-LOAD-ARRIVED.
           IF WS-POST-FAILED = 'N'
              OPEN EXTEND CD-PREQ-FILE
              IF WS-PREQ-STATUS NOT = '00'
                 OPEN OUTPUT CD-PREQ-FILE
              END-IF
              IF WS-PREQ-STATUS NOT = '00'
                 DISPLAY 'CDINEDIT: unable to open CDPREREQ, '
                    'status = ' WS-PREQ-STATUS
                 MOVE 'Y' TO WS-POST-FAILED
              END-IF
           END-IF.
           IF WS-POST-FAILED = 'N'
              OPEN EXTEND CD-ACK-FILE
              IF WS-ACK-STATUS NOT = '00'
                 OPEN OUTPUT CD-ACK-FILE
              END-IF
              IF WS-ACK-STATUS NOT = '00'
                 DISPLAY 'CDINEDIT: unable to open CDALRTAK, '
                    'status = ' WS-ACK-STATUS
                 MOVE 'Y' TO WS-POST-FAILED
                 CLOSE CD-PREQ-FILE
              END-IF
           END-IF.

      *    A missing CD-PREQ-FILE means nothing has arrived yet.
       125-LOAD-ARRIVED.
           MOVE 'N' TO WS-PREQ-EOF.
           OPEN INPUT CD-PREQ-FILE.
           IF WS-PREQ-STATUS = '00'
              PERFORM UNTIL WS-PREQ-EOF = 'Y'
                 READ CD-PREQ-FILE
                    AT END
                       MOVE 'Y' TO WS-PREQ-EOF
                    NOT AT END
                       IF CD-PREQ-EVENT-NAME NOT = SPACES
                          IF WS-ARRIVED-COUNT < WS-ARRIVED-MAX
                             ADD 1 TO WS-ARRIVED-COUNT
                             MOVE CD-PREQ-EVENT-NAME
                                TO WS-ARRIVED-EVENT(WS-ARRIVED-COUNT)
                          ELSE
                             DISPLAY 'CDINEDIT: CDPREREQ holds more '
                                'than ' WS-ARRIVED-MAX ' arrivals'
                             MOVE 'Y' TO WS-POST-FAILED
                             MOVE 'Y' TO WS-PREQ-EOF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-PREQ-FILE
           END-IF.

      *    A missing or empty CDINCTL means nothing has been settled
      *    yet - the first run, or the counts were cleared with the
      *    inbound files.  One that cannot be read, or whose counts
      *    are not numbers, stops the run: editing from the top again
      *    would post or suspend every record a second time.
       130-LOAD-INCTL.
           MOVE 'Y' TO WS-INCTL-VALID.
           OPEN INPUT CD-INCTL-FILE.
           EVALUATE WS-INCTL-STATUS
              WHEN '00'
                 READ CD-INCTL-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 135-TAKE-INCTL-COUNTS
                 END-READ
                 IF WS-INCTL-STATUS NOT = '00'
                    AND WS-INCTL-STATUS NOT = '10'
                    DISPLAY 'CDINEDIT: unable to read CDINCTL, '
                       'status = ' WS-INCTL-STATUS
                    MOVE 'N' TO WS-INCTL-VALID
                 END-IF
                 CLOSE CD-INCTL-FILE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CDINEDIT: unable to open CDINCTL, status = '
                    WS-INCTL-STATUS
                 MOVE 'N' TO WS-INCTL-VALID
           END-EVALUATE.

       135-TAKE-INCTL-COUNTS.
           IF CD-INCTL-RECORD NOT = SPACES
              IF CD-INCTL-SUSTRN-DONE IS NUMERIC
                 AND CD-INCTL-PREQIN-DONE IS NUMERIC
                 AND CD-INCTL-ACKIN-DONE IS NUMERIC
                 MOVE CD-INCTL-SUSTRN-DONE TO WS-SUSTRN-DONE
                 MOVE CD-INCTL-PREQIN-DONE TO WS-PREQIN-DONE
                 MOVE CD-INCTL-ACKIN-DONE TO WS-ACKIN-DONE
              ELSE
                 DISPLAY 'CDINEDIT: CDINCTL counts are not numeric: '
                    CD-INCTL-SUSTRN-DONE '/' CD-INCTL-PREQIN-DONE '/'
                    CD-INCTL-ACKIN-DONE
                 MOVE 'N' TO WS-INCTL-VALID
              END-IF
           END-IF.

       140-LOAD-AUTH.
           OPEN INPUT CD-AUTH-FILE.
           IF WS-AUTH-STATUS NOT = '00'
              DISPLAY 'CDINEDIT: no authorization file - every '
                 'ack will be suspended'
           ELSE
              PERFORM UNTIL WS-AUTH-EOF = 'Y'
                 READ CD-AUTH-FILE
                    AT END
                       MOVE 'Y' TO WS-AUTH-EOF
                    NOT AT END
                       IF CD-AUTH-USER-ID NOT = SPACES
                          IF WS-AUTH-COUNT < WS-AUTH-MAX
                             ADD 1 TO WS-AUTH-COUNT
                             MOVE CD-AUTH-USER-ID
                                TO WS-AUTH-USER(WS-AUTH-COUNT)
                          ELSE
                             DISPLAY 'CDINEDIT: authorization table '
                                'full, grant ignored for '
                                CD-AUTH-USER-ID
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-AUTH-FILE
           END-IF.

      *    Sets WS-USER-KNOWN to 'Y' when WS-CHK-USER holds any grant
      *    on CD-AUTH-FILE.  A blank user is never known.
       145-CHECK-USER.
           MOVE 'N' TO WS-USER-KNOWN.
           IF WS-CHK-USER NOT = SPACES
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                 UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                    OR WS-USER-KNOWN = 'Y'
                 IF WS-AUTH-USER(WS-AUTH-IDX) = WS-CHK-USER
                    MOVE 'Y' TO WS-USER-KNOWN
                 END-IF
              END-PERFORM
           END-IF.

       150-OPEN-SUSPENSE.
           OPEN I-O CD-SUSP-FILE.
           IF WS-SUSP-STATUS NOT = '00'
              OPEN OUTPUT CD-SUSP-FILE
              CLOSE CD-SUSP-FILE
              OPEN I-O CD-SUSP-FILE
           END-IF.

       160-OPEN-REPORT.
           OPEN OUTPUT CD-INE-RPT.
           MOVE WS-RUN-STAMP(1:14) TO WS-RPT-TITLE-STAMP.
           MOVE WS-RPT-TITLE TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.

      *    Writes WS-RPT-SECTION as a section title, after a blank
      *    line.
       170-WRITE-SECTION.
           MOVE SPACES TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.
           MOVE WS-RPT-SECTION TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.

      *    Corrections and withdrawals keyed against the suspense file
      *    since the last run.  Applied before the new records so a
      *    corrected arrival is on CDPREREQ before a fresh copy of the
      *    same event is edited.
       200-PROCESS-RESUBMISSIONS.
           MOVE 'RESUBMISSIONS' TO WS-RPT-SECTION.
           PERFORM 170-WRITE-SECTION.
           MOVE WS-RPT-HEADING-2 TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.
           PERFORM 205-READ-RESUBMISSIONS.
           IF WS-SUSTRN-EOF = 'Y'
              AND WS-SUSTRN-POS < WS-SUSTRN-DONE
              DISPLAY 'CDINEDIT: CDSUSPRS is shorter than its CDINCTL '
                 'count - taken as cleared, edited from the top'
              MOVE ZERO TO WS-SUSTRN-DONE
              PERFORM 205-READ-RESUBMISSIONS
           END-IF.
           IF WS-RS-READ-COUNT = 0
              MOVE WS-RPT-NONE-LINE TO CD-INE-RPT-LINE
              WRITE CD-INE-RPT-LINE
           END-IF.

      *    One pass over CDSUSPRS, skipping the records already
      *    settled.  A record counts as settled once it has been
      *    applied or rejected, or once it has posted even if a later
      *    step for it failed; a missing file has no count to skip.
       205-READ-RESUBMISSIONS.
           MOVE ZERO TO WS-SUSTRN-POS.
           MOVE 'N' TO WS-SUSTRN-EOF.
           OPEN INPUT CD-SUSTRN-FILE.
           IF WS-SUSTRN-STATUS = '35'
              MOVE ZERO TO WS-SUSTRN-DONE
           END-IF.
           IF WS-SUSTRN-STATUS = '00'
              PERFORM UNTIL WS-SUSTRN-EOF = 'Y'
                 OR WS-POST-FAILED = 'Y'
                 READ CD-SUSTRN-FILE
                    AT END
                       MOVE 'Y' TO WS-SUSTRN-EOF
                    NOT AT END
                       ADD 1 TO WS-SUSTRN-POS
                       IF WS-SUSTRN-POS > WS-SUSTRN-DONE
                          MOVE 'N' TO WS-REC-POSTED
                          IF CD-SUSTRN-RECORD NOT = SPACES
                             ADD 1 TO WS-RS-READ-COUNT
                             PERFORM 210-APPLY-RESUBMISSION
                          END-IF
                          IF WS-POST-FAILED = 'N'
                             OR WS-REC-POSTED = 'Y'
                             MOVE WS-SUSTRN-POS TO WS-SUSTRN-DONE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-SUSTRN-FILE
           END-IF.

       210-APPLY-RESUBMISSION.
           MOVE CD-SUSTRN-ACTION TO WS-RPT-TRN-ACTION.
           MOVE CD-SUSTRN-SUSP-ID TO WS-RPT-TRN-ID.
           MOVE CD-SUSTRN-USER-ID TO WS-RPT-TRN-USER.
           MOVE SPACES TO WS-RPT-TRN-RESULT.
           MOVE SPACES TO WS-RPT-TRN-CODE.
           MOVE SPACES TO WS-RPT-TRN-REASON.
           MOVE SPACES TO WS-RPT-TRN-CONTACT.
           MOVE CD-SUSTRN-USER-ID TO WS-CHK-USER.
           PERFORM 145-CHECK-USER.
           IF WS-USER-KNOWN = 'N'
              MOVE 'USER NOT ON CDAUTH' TO WS-RPT-TRN-REASON
              PERFORM 290-REJECT-RESUBMISSION
           ELSE
              MOVE CD-SUSTRN-SUSP-ID TO CD-SUSP-ID
              READ CD-SUSP-FILE
                 KEY IS CD-SUSP-ID
                 INVALID KEY
                    MOVE 'NO SUCH SUSPENSE ID' TO WS-RPT-TRN-REASON
                    PERFORM 290-REJECT-RESUBMISSION
                 NOT INVALID KEY
                    PERFORM 220-SETTLE-ITEM
              END-READ
           END-IF.
           MOVE WS-RPT-TRN-LINE TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.

       220-SETTLE-ITEM.
           IF CD-SUSP-STATUS NOT = 'S'
              MOVE 'ITEM ALREADY CLOSED' TO WS-RPT-TRN-REASON
              PERFORM 290-REJECT-RESUBMISSION
           ELSE
              EVALUATE CD-SUSTRN-ACTION
                 WHEN 'W'
                    PERFORM 230-WITHDRAW-ITEM
                 WHEN 'R'
                    PERFORM 240-RESUBMIT-ITEM
                 WHEN OTHER
                    MOVE 'UNKNOWN ACTION CODE' TO WS-RPT-TRN-REASON
                    PERFORM 290-REJECT-RESUBMISSION
              END-EVALUATE
           END-IF.

       230-WITHDRAW-ITEM.
           MOVE 'W' TO CD-SUSP-STATUS.
           MOVE WS-RUN-STAMP TO CD-SUSP-CLOSED-TS.
           MOVE CD-SUSTRN-USER-ID TO CD-SUSP-CLOSED-USER.
           REWRITE CD-SUSP-RECORD
              INVALID KEY
                 DISPLAY 'CDINEDIT: unable to rewrite suspense item '
                    CD-SUSP-ID ', status = ' WS-SUSP-STATUS
                 MOVE 'Y' TO WS-POST-FAILED
                 MOVE 'NOT CLOSED' TO WS-RPT-TRN-RESULT
              NOT INVALID KEY
                 ADD 1 TO WS-RS-WDRAW-COUNT
                 MOVE 'WITHDRAWN' TO WS-RPT-TRN-RESULT
           END-REWRITE.

      *    The corrected image (or the suspended one again, when the
      *    transaction carries none) goes through the full edit.  A
      *    pass is posted and closes the item; a fail stays open with
      *    the new reason, and the sender is paged again.  A pass
      *    whose item cannot then be closed shows POSTED/OPEN: the
      *    record is on CDPREREQ / CDALRTAK, and the desk withdraws
      *    the item rather than resubmitting it.
       240-RESUBMIT-ITEM.
           MOVE CD-SUSP-TYPE TO WS-EDIT-TYPE.
           IF CD-SUSTRN-IMAGE = SPACES
              MOVE CD-SUSP-IMAGE TO WS-EDIT-IMAGE
           ELSE
              MOVE CD-SUSTRN-IMAGE TO WS-EDIT-IMAGE
           END-IF.
           PERFORM 700-EDIT-RECORD.
           IF WS-EDIT-VALID = 'Y'
              PERFORM 720-POST-RECORD
              IF WS-POST-FAILED = 'N'
                 MOVE 'R' TO CD-SUSP-STATUS
                 MOVE WS-EDIT-IMAGE TO CD-SUSP-IMAGE
                 PERFORM 245-COUNT-ATTEMPT
                 MOVE WS-RUN-STAMP TO CD-SUSP-CLOSED-TS
                 MOVE CD-SUSTRN-USER-ID TO CD-SUSP-CLOSED-USER
                 REWRITE CD-SUSP-RECORD
                    INVALID KEY
                       DISPLAY 'CDINEDIT: unable to rewrite suspense '
                          'item ' CD-SUSP-ID ', status = '
                          WS-SUSP-STATUS
                       DISPLAY 'CDINEDIT: ' CD-SUSP-ID ' is posted but '
                          'still open on CDSUSP - withdraw it'
                       MOVE 'Y' TO WS-POST-FAILED
                       MOVE 'POSTED/OPEN' TO WS-RPT-TRN-RESULT
                    NOT INVALID KEY
                       ADD 1 TO WS-RS-OK-COUNT
                       MOVE 'ACCEPTED' TO WS-RPT-TRN-RESULT
                 END-REWRITE
              ELSE
                 MOVE 'NOT POSTED' TO WS-RPT-TRN-RESULT
              END-IF
           ELSE
              MOVE WS-EDIT-IMAGE TO CD-SUSP-IMAGE
              MOVE WS-REASON-CODE TO CD-SUSP-REASON-CODE
              MOVE WS-REASON-TEXT TO CD-SUSP-REASON-TEXT
              PERFORM 245-COUNT-ATTEMPT
              PERFORM 730-PAGE-SENDER
              MOVE WS-ALERT-CONTACT TO CD-SUSP-CONTACT
              REWRITE CD-SUSP-RECORD
                 INVALID KEY
                    DISPLAY 'CDINEDIT: unable to rewrite suspense '
                       'item ' CD-SUSP-ID ', status = '
                       WS-SUSP-STATUS
                    MOVE 'Y' TO WS-POST-FAILED
                    MOVE 'NOT UPDATED' TO WS-RPT-TRN-RESULT
                 NOT INVALID KEY
                    ADD 1 TO WS-RS-SUSP-COUNT
                    MOVE 'RESUSPENDED' TO WS-RPT-TRN-RESULT
              END-REWRITE
              MOVE WS-REASON-CODE TO WS-RPT-TRN-CODE
              MOVE WS-REASON-TEXT TO WS-RPT-TRN-REASON
              MOVE WS-ALERT-CONTACT TO WS-RPT-TRN-CONTACT
              DISPLAY 'CDINEDIT: resubmission of ' CD-SUSP-ID
                 ' suspended again, ' WS-REASON-CODE ' '
                 FUNCTION TRIM(WS-REASON-TEXT)
           END-IF.

       245-COUNT-ATTEMPT.
           IF CD-SUSP-ATTEMPTS IS NOT NUMERIC
              MOVE ZERO TO CD-SUSP-ATTEMPTS
           END-IF.
           IF CD-SUSP-ATTEMPTS < 999
              ADD 1 TO CD-SUSP-ATTEMPTS
           END-IF.
           MOVE WS-RUN-STAMP TO CD-SUSP-LAST-EDIT-TS.

       290-REJECT-RESUBMISSION.
           ADD 1 TO WS-RS-REJECT-COUNT.
           MOVE 'REJECTED' TO WS-RPT-TRN-RESULT.
           DISPLAY 'CDINEDIT: reject resubmission '
              CD-SUSTRN-SUSP-ID ', '
              FUNCTION TRIM(WS-RPT-TRN-REASON).

       300-EDIT-ARRIVALS.
           MOVE 'SUSPENDED THIS RUN' TO WS-RPT-SECTION.
           PERFORM 170-WRITE-SECTION.
           MOVE WS-RPT-HEADING-1 TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.
           IF WS-POST-FAILED = 'N'
              PERFORM 305-READ-ARRIVALS
              IF WS-PREQIN-EOF = 'Y'
                 AND WS-PREQIN-POS < WS-PREQIN-DONE
                 DISPLAY 'CDINEDIT: CDPREQIN is shorter than its '
                    'CDINCTL count - taken as cleared, edited from '
                    'the top'
                 MOVE ZERO TO WS-PREQIN-DONE
                 PERFORM 305-READ-ARRIVALS
              END-IF
           END-IF.

      *    One pass over CDPREQIN, skipping the records already
      *    settled - the same rules as 205.
       305-READ-ARRIVALS.
           MOVE ZERO TO WS-PREQIN-POS.
           MOVE 'N' TO WS-PREQIN-EOF.
           OPEN INPUT CD-PREQIN-FILE.
           IF WS-PREQIN-STATUS = '35'
              MOVE ZERO TO WS-PREQIN-DONE
           END-IF.
           IF WS-PREQIN-STATUS = '00'
              PERFORM UNTIL WS-PREQIN-EOF = 'Y'
                 OR WS-POST-FAILED = 'Y'
                 READ CD-PREQIN-FILE
                    AT END
                       MOVE 'Y' TO WS-PREQIN-EOF
                    NOT AT END
                       ADD 1 TO WS-PREQIN-POS
                       IF WS-PREQIN-POS > WS-PREQIN-DONE
                          MOVE 'N' TO WS-REC-POSTED
                          IF CD-PREQIN-RECORD NOT = SPACES
                             ADD 1 TO WS-PREQ-READ-COUNT
                             MOVE 'P' TO WS-EDIT-TYPE
                             MOVE CD-PREQIN-RECORD TO WS-EDIT-IMAGE
                             PERFORM 310-EDIT-NEW-RECORD
                          END-IF
                          IF WS-POST-FAILED = 'N'
                             OR WS-REC-POSTED = 'Y'
                             MOVE WS-PREQIN-POS TO WS-PREQIN-DONE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-PREQIN-FILE
           END-IF.

      *    One new inbound record, arrival or ack: posted to the file
      *    COUNTDOWN / CDESCAL read when it passes, suspended when it
      *    does not.
       310-EDIT-NEW-RECORD.
           PERFORM 700-EDIT-RECORD.
           IF WS-EDIT-VALID = 'Y'
              PERFORM 720-POST-RECORD
              IF WS-POST-FAILED = 'N'
                 IF WS-EDIT-TYPE = 'P'
                    ADD 1 TO WS-PREQ-OK-COUNT
                 ELSE
                    ADD 1 TO WS-ACK-OK-COUNT
                 END-IF
              END-IF
           ELSE
              PERFORM 740-SUSPEND-NEW-RECORD
           END-IF.

       400-EDIT-ACKS.
           IF WS-POST-FAILED = 'N'
              PERFORM 405-READ-ACKS
              IF WS-ACKIN-EOF = 'Y'
                 AND WS-ACKIN-POS < WS-ACKIN-DONE
                 DISPLAY 'CDINEDIT: CDACKIN is shorter than its '
                    'CDINCTL count - taken as cleared, edited from '
                    'the top'
                 MOVE ZERO TO WS-ACKIN-DONE
                 PERFORM 405-READ-ACKS
              END-IF
           END-IF.
           IF WS-PREQ-SUSP-COUNT = 0 AND WS-ACK-SUSP-COUNT = 0
              MOVE WS-RPT-NONE-LINE TO CD-INE-RPT-LINE
              WRITE CD-INE-RPT-LINE
           END-IF.

      *    One pass over CDACKIN, skipping the records already
      *    settled - the same rules as 205.
       405-READ-ACKS.
           MOVE ZERO TO WS-ACKIN-POS.
           MOVE 'N' TO WS-ACKIN-EOF.
           OPEN INPUT CD-ACKIN-FILE.
           IF WS-ACKIN-STATUS = '35'
              MOVE ZERO TO WS-ACKIN-DONE
           END-IF.
           IF WS-ACKIN-STATUS = '00'
              PERFORM UNTIL WS-ACKIN-EOF = 'Y'
                 OR WS-POST-FAILED = 'Y'
                 READ CD-ACKIN-FILE
                    AT END
                       MOVE 'Y' TO WS-ACKIN-EOF
                    NOT AT END
                       ADD 1 TO WS-ACKIN-POS
                       IF WS-ACKIN-POS > WS-ACKIN-DONE
                          MOVE 'N' TO WS-REC-POSTED
                          IF CD-ACKIN-RECORD NOT = SPACES
                             ADD 1 TO WS-ACK-READ-COUNT
                             MOVE 'K' TO WS-EDIT-TYPE
                             MOVE CD-ACKIN-RECORD TO WS-EDIT-IMAGE
                             PERFORM 310-EDIT-NEW-RECORD
                          END-IF
                          IF WS-POST-FAILED = 'N'
                             OR WS-REC-POSTED = 'Y'
                             MOVE WS-ACKIN-POS TO WS-ACKIN-DONE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-ACKIN-FILE
           END-IF.

      *    Every item still awaiting correction, oldest first, so the
      *    desk can chase the senders who have not answered their
      *    page.
       500-LIST-OPEN-SUSPENSE.
           MOVE 'OPEN SUSPENSE ITEMS' TO WS-RPT-SECTION.
           PERFORM 170-WRITE-SECTION.
           MOVE WS-RPT-HEADING-1 TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.
           MOVE 'N' TO WS-SUSP-EOF.
           MOVE LOW-VALUES TO CD-SUSP-ID.
           START CD-SUSP-FILE
              KEY IS NOT LESS THAN CD-SUSP-ID
              INVALID KEY
                 MOVE 'Y' TO WS-SUSP-EOF
           END-START.
           PERFORM UNTIL WS-SUSP-EOF = 'Y'
              READ CD-SUSP-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SUSP-EOF
                 NOT AT END
                    IF CD-SUSP-STATUS = 'S'
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE CD-SUSP-TYPE TO WS-EDIT-TYPE
                       MOVE CD-SUSP-IMAGE TO WS-EDIT-IMAGE
                       PERFORM 750-WRITE-SUSP-LINE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-OPEN-COUNT = 0
              MOVE WS-RPT-NONE-LINE TO CD-INE-RPT-LINE
              WRITE CD-INE-RPT-LINE
           END-IF.

       600-WRITE-COUNTS.
           MOVE SPACES TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.
           MOVE 'ARRIVALS READ            = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-PREQ-READ-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'ARRIVALS ACCEPTED        = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-PREQ-OK-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'ARRIVALS SUSPENDED       = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-PREQ-SUSP-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'ACKS READ                = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-ACK-READ-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'ACKS ACCEPTED            = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-ACK-OK-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'ACKS SUSPENDED           = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-ACK-SUSP-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'RESUBMISSIONS READ       = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-RS-READ-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'RESUBMISSIONS ACCEPTED   = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-RS-OK-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'RESUBMISSIONS RESUSPENDED= ' TO WS-RPT-COUNT-TAG.
           MOVE WS-RS-SUSP-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'ITEMS WITHDRAWN          = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-RS-WDRAW-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'RESUBMISSIONS REJECTED   = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-RS-REJECT-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'OPEN SUSPENSE ITEMS      = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-OPEN-COUNT TO WS-RPT-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.

       610-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.

       650-DISPLAY-COUNTS.
           DISPLAY 'CDINEDIT: arrivals read/accepted/suspended = '
              WS-PREQ-READ-COUNT '/' WS-PREQ-OK-COUNT '/'
              WS-PREQ-SUSP-COUNT.
           DISPLAY 'CDINEDIT: acks read/accepted/suspended     = '
              WS-ACK-READ-COUNT '/' WS-ACK-OK-COUNT '/'
              WS-ACK-SUSP-COUNT.
           DISPLAY 'CDINEDIT: resubmissions read    = '
              WS-RS-READ-COUNT.
           DISPLAY 'CDINEDIT: resubmissions accepted = '
              WS-RS-OK-COUNT.
           DISPLAY 'CDINEDIT: resubmissions resuspended = '
              WS-RS-SUSP-COUNT.
           DISPLAY 'CDINEDIT: items withdrawn       = '
              WS-RS-WDRAW-COUNT.
           DISPLAY 'CDINEDIT: resubmissions rejected = '
              WS-RS-REJECT-COUNT.
           DISPLAY 'CDINEDIT: open suspense items   = '
              WS-OPEN-COUNT.
           IF WS-POST-FAILED = 'Y'
              DISPLAY 'CDINEDIT: posting failed - inbound records not '
                 'yet settled are left for the next run'
           END-IF.
           DISPLAY 'CDINEDIT: settled resubmissions/arrivals/acks = '
              WS-SUSTRN-DONE '/' WS-PREQIN-DONE '/' WS-ACKIN-DONE.

      *    Saves the count of records settled at the top of each
      *    inbound file - after a post failure, those settled before
      *    it - so the next run neither skips a record that was not
      *    settled nor edits one a second time.
       680-SAVE-INCTL.
           OPEN OUTPUT CD-INCTL-FILE.
           IF WS-INCTL-STATUS NOT = '00'
              PERFORM 685-INCTL-NOT-SAVED
           ELSE
              MOVE WS-SUSTRN-DONE TO CD-INCTL-SUSTRN-DONE
              MOVE WS-PREQIN-DONE TO CD-INCTL-PREQIN-DONE
              MOVE WS-ACKIN-DONE TO CD-INCTL-ACKIN-DONE
              MOVE WS-RUN-STAMP TO CD-INCTL-UPDATED-TS
              WRITE CD-INCTL-RECORD
              IF WS-INCTL-STATUS NOT = '00'
                 PERFORM 685-INCTL-NOT-SAVED
              END-IF
              CLOSE CD-INCTL-FILE
           END-IF.

      *    The records this run settled are on CDPREREQ / CDALRTAK /
      *    CDSUSP already; the counts must be put on CDINCTL by hand
      *    before the next run, or it edits them again.
       685-INCTL-NOT-SAVED.
           DISPLAY 'CDINEDIT: unable to save CDINCTL, status = '
              WS-INCTL-STATUS.
           DISPLAY 'CDINEDIT: set CDINCTL to '
              WS-SUSTRN-DONE WS-PREQIN-DONE WS-ACKIN-DONE
              ' before the next run'.
           MOVE 'Y' TO WS-POST-FAILED.

      *    Edits the record in WS-EDIT-IMAGE by WS-EDIT-TYPE.  The
      *    first check that fails sets WS-EDIT-VALID to 'N' and gives
      *    the reason in WS-REASON-CODE / WS-REASON-TEXT.
       700-EDIT-RECORD.
           MOVE 'Y' TO WS-EDIT-VALID.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.
           IF WS-EDIT-TYPE = 'P'
              PERFORM 710-EDIT-ARRIVAL
           ELSE
              PERFORM 715-EDIT-ACK
           END-IF.

       710-EDIT-ARRIVAL.
           MOVE WS-EDIT-PREQ-STAMP TO WS-CHK-STAMP.
           PERFORM 800-VALIDATE-STAMP.
           IF WS-STAMP-VALID = 'N'
              MOVE 'N' TO WS-EDIT-VALID
              MOVE 'P01' TO WS-REASON-CODE
              MOVE 'ARRIVAL TIMESTAMP MALFORMED' TO WS-REASON-TEXT
           END-IF.
           IF WS-EDIT-VALID = 'Y'
              PERFORM 711-FIND-CONTROL-EVENT
              IF WS-EVENT-FOUND = 'N'
                 MOVE 'N' TO WS-EDIT-VALID
                 MOVE 'P02' TO WS-REASON-CODE
                 MOVE 'NO CONTROL ROW NAMES THIS EVENT'
                    TO WS-REASON-TEXT
              END-IF
           END-IF.
           IF WS-EDIT-VALID = 'Y'
              PERFORM 712-CHECK-ARRIVED
              IF WS-PREQ-FOUND = 'Y'
                 MOVE 'N' TO WS-EDIT-VALID
                 MOVE 'P03' TO WS-REASON-CODE
                 MOVE 'EVENT ALREADY ARRIVED - DUPLICATE'
                    TO WS-REASON-TEXT
              END-IF
           END-IF.

      *    Sets WS-EVENT-FOUND to 'Y' when some COUNTDOWN-CONTROL row
      *    names the arrival's event in CD-CTL-PREREQ-EVENT.  A blank
      *    event name is never found.
       711-FIND-CONTROL-EVENT.
           MOVE 'N' TO WS-EVENT-FOUND.
           IF WS-EDIT-PREQ-EVENT NOT = SPACES
              MOVE 'N' TO WS-CTL-EOF
              MOVE LOW-VALUES TO CD-CTL-JOB-NAME
              START CD-CTL-FILE
                 KEY IS NOT LESS THAN CD-CTL-JOB-NAME
                 INVALID KEY
                    MOVE 'Y' TO WS-CTL-EOF
              END-START
              PERFORM UNTIL WS-CTL-EOF = 'Y'
                 READ CD-CTL-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-CTL-EOF
                    NOT AT END
                       IF CD-CTL-PREREQ-EVENT = WS-EDIT-PREQ-EVENT
                          MOVE 'Y' TO WS-EVENT-FOUND
                          MOVE 'Y' TO WS-CTL-EOF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *    Sets WS-PREQ-FOUND to 'Y' when the event already has an
      *    arrival on CD-PREQ-FILE - including one accepted earlier
      *    in this run, as 720 adds each to the table as it posts.
       712-CHECK-ARRIVED.
           MOVE 'N' TO WS-PREQ-FOUND.
           PERFORM VARYING WS-ARRIVED-IDX FROM 1 BY 1
              UNTIL WS-ARRIVED-IDX > WS-ARRIVED-COUNT
                 OR WS-PREQ-FOUND = 'Y'
              IF WS-ARRIVED-EVENT(WS-ARRIVED-IDX) = WS-EDIT-PREQ-EVENT
                 MOVE 'Y' TO WS-PREQ-FOUND
              END-IF
           END-PERFORM.

       715-EDIT-ACK.
           MOVE WS-EDIT-ACK-ALERT-TS TO WS-CHK-STAMP.
           PERFORM 800-VALIDATE-STAMP.
           IF WS-STAMP-VALID = 'N'
              MOVE 'N' TO WS-EDIT-VALID
              MOVE 'K01' TO WS-REASON-CODE
              MOVE 'ALERT TIMESTAMP MALFORMED' TO WS-REASON-TEXT
           END-IF.
           IF WS-EDIT-VALID = 'Y'
              MOVE WS-EDIT-ACK-TS TO WS-CHK-STAMP
              PERFORM 800-VALIDATE-STAMP
              IF WS-STAMP-VALID = 'N'
                 MOVE 'N' TO WS-EDIT-VALID
                 MOVE 'K02' TO WS-REASON-CODE
                 MOVE 'ACK TIMESTAMP MALFORMED' TO WS-REASON-TEXT
              END-IF
           END-IF.
           IF WS-EDIT-VALID = 'Y'
              PERFORM 716-FIND-ALERT
              IF WS-ALERT-FOUND = 'N'
                 MOVE 'N' TO WS-EDIT-VALID
                 MOVE 'K03' TO WS-REASON-CODE
                 MOVE 'NO ALERT FOR THIS JOB AND TIMESTAMP'
                    TO WS-REASON-TEXT
              END-IF
           END-IF.
           IF WS-EDIT-VALID = 'Y'
              MOVE WS-EDIT-ACK-USER TO WS-CHK-USER
              PERFORM 145-CHECK-USER
              IF WS-USER-KNOWN = 'N'
                 MOVE 'N' TO WS-EDIT-VALID
                 MOVE 'K04' TO WS-REASON-CODE
                 MOVE 'ACK USER NOT ON CDAUTH' TO WS-REASON-TEXT
              END-IF
           END-IF.

      *    Sets WS-ALERT-FOUND to 'Y' when CD-ALERT-FILE holds the
      *    alert the ack names - the same job plus alert timestamp
      *    pair CDESCAL matches on.  Re-read per ack, as CDESCAL
      *    does, since the file grows between clear-outs.
       716-FIND-ALERT.
           MOVE 'N' TO WS-ALERT-FOUND.
           MOVE 'N' TO WS-ALERT-EOF.
           OPEN INPUT CD-ALERT-FILE.
           IF WS-ALERT-FILE-STATUS = '00'
              PERFORM UNTIL WS-ALERT-EOF = 'Y'
                 READ CD-ALERT-FILE
                    AT END
                       MOVE 'Y' TO WS-ALERT-EOF
                    NOT AT END
                       IF CD-ALERT-JOB-NAME = WS-EDIT-ACK-JOB
                          AND CD-ALERT-TIMESTAMP
                             = WS-EDIT-ACK-ALERT-TS
                          MOVE 'Y' TO WS-ALERT-FOUND
                          MOVE 'Y' TO WS-ALERT-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CD-ALERT-FILE
           END-IF.

      *    Appends the accepted record in WS-EDIT-IMAGE to CDPREREQ
      *    or CDALRTAK, exactly as the sender wrote it.  An arrival
      *    the duplicate table has no room for is not posted.
       720-POST-RECORD.
           IF WS-EDIT-TYPE = 'P'
              IF WS-ARRIVED-COUNT < WS-ARRIVED-MAX
                 MOVE WS-EDIT-IMAGE TO CD-PREQ-RECORD
                 WRITE CD-PREQ-RECORD
                 IF WS-PREQ-STATUS NOT = '00'
                    DISPLAY 'CDINEDIT: unable to write CDPREREQ, '
                       'status = ' WS-PREQ-STATUS
                    MOVE 'Y' TO WS-POST-FAILED
                 ELSE
                    MOVE 'Y' TO WS-REC-POSTED
                    ADD 1 TO WS-ARRIVED-COUNT
                    MOVE WS-EDIT-PREQ-EVENT
                       TO WS-ARRIVED-EVENT(WS-ARRIVED-COUNT)
                 END-IF
              ELSE
                 DISPLAY 'CDINEDIT: more than ' WS-ARRIVED-MAX
                    ' arrivals on CDPREREQ - '
                    FUNCTION TRIM(WS-EDIT-PREQ-EVENT) ' not posted'
                 MOVE 'Y' TO WS-POST-FAILED
              END-IF
           ELSE
              MOVE WS-EDIT-IMAGE TO CD-ACK-RECORD
              WRITE CD-ACK-RECORD
              IF WS-ACK-STATUS NOT = '00'
                 DISPLAY 'CDINEDIT: unable to write CDALRTAK, '
                    'status = ' WS-ACK-STATUS
                 MOVE 'Y' TO WS-POST-FAILED
              ELSE
                 MOVE 'Y' TO WS-REC-POSTED
              END-IF
           END-IF.

      *    Pages the sender about a refused record through CDALERT.
      *    The page is routed on the event name for an arrival and on
      *    the ack's job name for an ack, so the on-call roster can
      *    send each to whoever owns that feed or job.
       730-PAGE-SENDER.
           MOVE SPACES TO WS-ALERT-LABEL.
           IF WS-EDIT-TYPE = 'P'
              MOVE WS-EDIT-PREQ-EVENT TO WS-PAGE-JOB
              STRING 'INBOUND EDIT: ARRIVAL SUSPENDED '
                 WS-REASON-CODE DELIMITED BY SIZE
                 INTO WS-ALERT-LABEL
              END-STRING
           ELSE
              MOVE WS-EDIT-ACK-JOB TO WS-PAGE-JOB
              STRING 'INBOUND EDIT: ACK SUSPENDED '
                 WS-REASON-CODE DELIMITED BY SIZE
                 INTO WS-ALERT-LABEL
              END-STRING
           END-IF.
           IF WS-PAGE-JOB = SPACES
              MOVE 'CDINEDIT' TO WS-PAGE-JOB
           END-IF.
           CALL 'CDALERT' USING WS-PAGE-JOB,
              WS-ALERT-LABEL, WS-ALERT-STATUS, WS-ALERT-CONTACT.

       740-SUSPEND-NEW-RECORD.
           ADD 1 TO WS-SUSP-SEQ.
           MOVE SPACES TO CD-SUSP-RECORD.
           MOVE WS-RUN-STAMP(1:16) TO CD-SUSP-RUN-STAMP.
           MOVE WS-SUSP-SEQ TO CD-SUSP-SEQ.
           MOVE WS-EDIT-TYPE TO CD-SUSP-TYPE.
           MOVE 'S' TO CD-SUSP-STATUS.
           MOVE WS-REASON-CODE TO CD-SUSP-REASON-CODE.
           MOVE WS-REASON-TEXT TO CD-SUSP-REASON-TEXT.
           MOVE WS-EDIT-IMAGE TO CD-SUSP-IMAGE.
           MOVE WS-RUN-STAMP TO CD-SUSP-SUSPENDED-TS.
           MOVE WS-RUN-STAMP TO CD-SUSP-LAST-EDIT-TS.
           MOVE 1 TO CD-SUSP-ATTEMPTS.
           MOVE CD-SUSP-RECORD TO WS-SUSP-HOLD.
           WRITE CD-SUSP-RECORD
              INVALID KEY
                 DISPLAY 'CDINEDIT: unable to write suspense item '
                    CD-SUSP-ID ', status = ' WS-SUSP-STATUS
                 MOVE 'Y' TO WS-POST-FAILED
              NOT INVALID KEY
                 MOVE 'Y' TO WS-REC-POSTED
                 PERFORM 745-PAGE-FOR-NEW-ITEM
           END-WRITE.

      *    The item is on file, so the sender is paged about it and
      *    the contact paged is added to it.  Paging only after the
      *    WRITE means a record that could not be suspended is never
      *    paged about - it is edited again, and paged then, next run.
       745-PAGE-FOR-NEW-ITEM.
           MOVE WS-SUSP-HOLD TO CD-SUSP-RECORD.
           PERFORM 730-PAGE-SENDER.
           MOVE WS-ALERT-CONTACT TO CD-SUSP-CONTACT.
           REWRITE CD-SUSP-RECORD
              INVALID KEY
                 DISPLAY 'CDINEDIT: unable to rewrite suspense item '
                    CD-SUSP-ID ', status = ' WS-SUSP-STATUS
                 MOVE 'Y' TO WS-POST-FAILED
           END-REWRITE.
           IF WS-EDIT-TYPE = 'P'
              ADD 1 TO WS-PREQ-SUSP-COUNT
              DISPLAY 'CDINEDIT: arrival suspended ' CD-SUSP-ID ' '
                 WS-REASON-CODE ' ' FUNCTION TRIM(WS-EDIT-PREQ-EVENT)
           ELSE
              ADD 1 TO WS-ACK-SUSP-COUNT
              DISPLAY 'CDINEDIT: ack suspended ' CD-SUSP-ID ' '
                 WS-REASON-CODE ' ' FUNCTION TRIM(WS-EDIT-ACK-JOB)
           END-IF.
           PERFORM 750-WRITE-SUSP-LINE.

      *    One suspense item on the report, from CD-SUSP-RECORD with
      *    its image already in WS-EDIT-IMAGE.
       750-WRITE-SUSP-LINE.
           MOVE CD-SUSP-ID TO WS-RPT-SUSP-ID.
           IF WS-EDIT-TYPE = 'P'
              MOVE 'ARRIVAL' TO WS-RPT-TYPE
              MOVE WS-EDIT-PREQ-EVENT TO WS-RPT-NAME
              MOVE WS-EDIT-PREQ-STAMP(1:14) TO WS-RPT-STAMP
           ELSE
              MOVE 'ACK' TO WS-RPT-TYPE
              MOVE WS-EDIT-ACK-JOB TO WS-RPT-NAME
              MOVE WS-EDIT-ACK-ALERT-TS(1:14) TO WS-RPT-STAMP
           END-IF.
           MOVE CD-SUSP-REASON-CODE TO WS-RPT-CODE.
           MOVE CD-SUSP-REASON-TEXT TO WS-RPT-REASON.
           MOVE CD-SUSP-CONTACT TO WS-RPT-CONTACT.
           IF CD-SUSP-ATTEMPTS IS NUMERIC
              MOVE CD-SUSP-ATTEMPTS TO WS-RPT-TRIES
           ELSE
              MOVE ZERO TO WS-RPT-TRIES
           END-IF.
           MOVE WS-RPT-DETAIL TO CD-INE-RPT-LINE.
           WRITE CD-INE-RPT-LINE.

      *    Sets WS-STAMP-VALID to 'Y' when WS-CHK-STAMP is a real
      *    local date and time, YYYYMMDDHHMMSS, followed by either
      *    nothing or the rest of a CURRENT-DATE stamp: hundredths,
      *    then a signed HHMM offset from UTC.
       800-VALIDATE-STAMP.
           MOVE 'N' TO WS-STAMP-VALID.
           IF WS-CHK-STAMP(1:14) IS NUMERIC
              MOVE WS-CHK-STAMP(1:8) TO WS-CHK-DATE
              PERFORM 805-VALIDATE-DATE
              MOVE WS-CHK-STAMP(9:2) TO WS-CHK-HH
              MOVE WS-CHK-STAMP(11:2) TO WS-CHK-MI
              MOVE WS-CHK-STAMP(13:2) TO WS-CHK-SS
              IF WS-DATE-VALID = 'Y'
                 AND WS-CHK-HH <= 23 AND WS-CHK-MI <= 59
                 AND WS-CHK-SS <= 59
                 PERFORM 808-VALIDATE-STAMP-TAIL
              END-IF
           END-IF.

       805-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID.
           IF WS-CHK-DATE IS NUMERIC
              MOVE WS-CHK-DATE(1:4) TO WS-CHK-YYYY
              MOVE WS-CHK-DATE(5:2) TO WS-CHK-MM
              MOVE WS-CHK-DATE(7:2) TO WS-CHK-DD
              IF WS-CHK-YYYY > 0
                 AND WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
                 PERFORM 807-SET-MONTH-END
                 IF WS-CHK-DD >= 1 AND WS-CHK-DD <= WS-CHK-MAX-DD
                    MOVE 'Y' TO WS-DATE-VALID
                 END-IF
              END-IF
           END-IF.

       807-SET-MONTH-END.
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

      *    Positions 15-26 of a stamp: blank, or two digits of
      *    hundredths, then blank or a '+'/'-' HHMM offset no wider
      *    than the world's zones.
       808-VALIDATE-STAMP-TAIL.
           MOVE 'Y' TO WS-STAMP-VALID.
           IF WS-CHK-STAMP(15:2) NOT = SPACES
              AND WS-CHK-STAMP(15:2) IS NOT NUMERIC
              MOVE 'N' TO WS-STAMP-VALID
           END-IF.
           IF WS-CHK-STAMP(17:5) NOT = SPACES
              IF (WS-CHK-STAMP(17:1) = '+'
                 OR WS-CHK-STAMP(17:1) = '-')
                 AND WS-CHK-STAMP(18:4) IS NUMERIC
                 MOVE WS-CHK-STAMP(18:2) TO WS-CHK-HH
                 MOVE WS-CHK-STAMP(20:2) TO WS-CHK-MI
                 IF WS-CHK-HH > 14 OR WS-CHK-MI > 59
                    MOVE 'N' TO WS-STAMP-VALID
                 END-IF
              ELSE
                 MOVE 'N' TO WS-STAMP-VALID
              END-IF
           END-IF.
           IF WS-CHK-STAMP(22:5) NOT = SPACES
              MOVE 'N' TO WS-STAMP-VALID
           END-IF.
