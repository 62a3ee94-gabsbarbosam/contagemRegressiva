      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDONCMNT - on-call roster maintenance
      * Every page used to go to "the on-duty operator": the alert
      * record named no recipient and CDESCAL's tier '2' was just a
      * number, so the morning review could say a page fired but not
      * who it reached.  CDONCMNT maintains the CD-ONC-FILE on-call
      * roster by batch transaction the same way CDHOLMNT maintains
      * the holiday calendar: the desk keys each rota period as adds
      * (tier-1 and tier-2 contact per job, job-name prefix or site
      * default, per date range and daily shift), updates swap a
      * contact, deletes fix mistakes, and every run ends with a
      * listing of the full roster so what is loaded can be
      * eyeballed.  CDROUTE reads the roster for CDALERT and CDESCAL;
      * this program only feeds it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDONCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-ONC-TRANS ASSIGN TO "CDONCTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CD-ONC-FILE ASSIGN TO "CDONCALL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ONC-KEY
               FILE STATUS IS WS-ONC-STATUS.

           SELECT CD-ONC-RPT ASSIGN TO "CDONCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-ONC-TRANS.
           COPY CDONCTRN.

       FD  CD-ONC-FILE.
           COPY CDONCALL.

       FD  CD-ONC-RPT.
           01  CD-ONC-RPT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
           77  WS-TRANS-STATUS     PIC XX VALUE SPACES.
           77  WS-ONC-STATUS       PIC XX VALUE SPACES.
           77  WS-RPT-STATUS       PIC XX VALUE SPACES.
           77  WS-TRANS-EOF        PIC X(1) VALUE 'N'.
           77  WS-ONC-EOF          PIC X(1) VALUE 'N'.
           77  WS-DATE-VALID       PIC X(1) VALUE 'N'.
           77  WS-TIME-VALID       PIC X(1) VALUE 'N'.
           77  WS-TRANS-VALID      PIC X(1) VALUE 'N'.
           77  WS-REJECT-REASON    PIC X(30) VALUE SPACES.

           77  WS-ADD-COUNT        PIC 9(6) VALUE ZERO.
           77  WS-UPDATE-COUNT     PIC 9(6) VALUE ZERO.
           77  WS-DELETE-COUNT     PIC 9(6) VALUE ZERO.
           77  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.
           77  WS-LIST-COUNT       PIC 9(6) VALUE ZERO.

           77  WS-CHK-DATE         PIC X(8) VALUE SPACES.
           77  WS-CHK-TIME         PIC X(4) VALUE SPACES.
           77  WS-CHK-YYYY         PIC 9(4) VALUE ZERO.
           77  WS-CHK-MM           PIC 9(2) VALUE ZERO.
           77  WS-CHK-DD           PIC 9(2) VALUE ZERO.
           77  WS-CHK-MAX-DD       PIC 9(2) VALUE ZERO.
           77  WS-CHK-HH           PIC 9(2) VALUE ZERO.
           77  WS-CHK-MI           PIC 9(2) VALUE ZERO.
           77  WS-LEAP-REM         PIC 9(4) VALUE ZERO.
           77  WS-STAR-POS         PIC 9(2) VALUE ZERO.
           77  WS-PATTERN-LEN      PIC 9(2) VALUE ZERO.

           01  WS-RPT-DETAIL.
               05  WS-RPT-ACTION   PIC X(1).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-PATTERN  PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-FROM     PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-SHIFT    PIC X(4).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RESULT   PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-REASON   PIC X(30).

           01  WS-RPT-LIST-LINE.
               05  WS-RPT-LIST-PATTERN PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIST-FROM PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIST-TO  PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIST-START PIC X(4).
               05  FILLER          PIC X(1) VALUE '-'.
               05  WS-RPT-LIST-END PIC X(4).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIST-TIER1 PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIST-TIER2 PIC X(20).

           01  WS-RPT-HEADING-1    PIC X(120)
               VALUE 'A  JOB PATTERN           FROM      SHFT  RESULT
      -        '    REASON'.

           01  WS-RPT-HEADING-2    PIC X(120)
               VALUE 'JOB PATTERN           FROM      TO        SHIFT
      -        '      TIER-1 CONTACT        TIER-2 CONTACT'.

           01  WS-RPT-COUNT-LINE.
               05  WS-RPT-COUNT-TAG PIC X(12).
               05  WS-RPT-COUNT    PIC ZZZZZ9.

           PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT CD-ONC-TRANS.
           IF WS-TRANS-STATUS NOT = '00'
              DISPLAY 'CDONCMNT: unable to open CDONCTRN, status = '
                 WS-TRANS-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 150-OPEN-ROSTER
              OPEN OUTPUT CD-ONC-RPT
              MOVE WS-RPT-HEADING-1 TO CD-ONC-RPT-LINE
              WRITE CD-ONC-RPT-LINE
              PERFORM UNTIL WS-TRANS-EOF = 'Y'
                 READ CD-ONC-TRANS
                    AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                    NOT AT END
                       PERFORM 200-APPLY-TRANSACTION
                 END-READ
              END-PERFORM
              CLOSE CD-ONC-TRANS
              PERFORM 500-LIST-ROSTER
              PERFORM 600-WRITE-COUNTS
              CLOSE CD-ONC-FILE
              CLOSE CD-ONC-RPT
              DISPLAY 'CDONCMNT: added    = ' WS-ADD-COUNT
              DISPLAY 'CDONCMNT: updated  = ' WS-UPDATE-COUNT
              DISPLAY 'CDONCMNT: deleted  = ' WS-DELETE-COUNT
              DISPLAY 'CDONCMNT: rejected = ' WS-REJECT-COUNT
              DISPLAY 'CDONCMNT: on file  = ' WS-LIST-COUNT
              IF WS-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.

       150-OPEN-ROSTER.
           OPEN I-O CD-ONC-FILE.
           IF WS-ONC-STATUS NOT = '00'
              OPEN OUTPUT CD-ONC-FILE
              CLOSE CD-ONC-FILE
              OPEN I-O CD-ONC-FILE
           END-IF.

       200-APPLY-TRANSACTION.
           MOVE CD-ONCTRN-ACTION TO WS-RPT-ACTION.
           MOVE CD-ONCTRN-JOB-PATTERN TO WS-RPT-PATTERN.
           MOVE CD-ONCTRN-FROM-DATE TO WS-RPT-FROM.
           MOVE CD-ONCTRN-SHIFT-START TO WS-RPT-SHIFT.
           MOVE 'APPLIED' TO WS-RPT-RESULT.
           MOVE SPACES TO WS-RPT-REASON.
           EVALUATE CD-ONCTRN-ACTION
              WHEN 'A'
                 PERFORM 210-ADD-ENTRY
              WHEN 'U'
                 PERFORM 220-UPDATE-ENTRY
              WHEN 'D'
                 PERFORM 230-DELETE-ENTRY
              WHEN OTHER
                 DISPLAY 'CDONCMNT: unknown action code "'
                    CD-ONCTRN-ACTION '" for '
                    FUNCTION TRIM(CD-ONCTRN-JOB-PATTERN)
                 MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
                 PERFORM 290-REJECT
           END-EVALUATE.
           MOVE WS-RPT-DETAIL TO CD-ONC-RPT-LINE.
           WRITE CD-ONC-RPT-LINE.

      *    Sets WS-TRANS-VALID to 'Y' when every field an add or an
      *    update carries is usable - a typoed date or shift on the
      *    roster would silently route pages to nobody.  The reason
      *    for the first failure found goes to WS-REJECT-REASON.
       203-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 204-VALIDATE-PATTERN.
           IF WS-TRANS-VALID = 'Y'
              MOVE CD-ONCTRN-FROM-DATE TO WS-CHK-DATE
              PERFORM 205-VALIDATE-DATE
              IF WS-DATE-VALID NOT = 'Y'
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE 'BAD FROM DATE' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-TRANS-VALID = 'Y'
              AND CD-ONCTRN-TO-DATE NOT = SPACES
              MOVE CD-ONCTRN-TO-DATE TO WS-CHK-DATE
              PERFORM 205-VALIDATE-DATE
              IF WS-DATE-VALID NOT = 'Y'
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE 'BAD TO DATE' TO WS-REJECT-REASON
              ELSE
                 IF CD-ONCTRN-TO-DATE < CD-ONCTRN-FROM-DATE
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE 'TO DATE BEFORE FROM DATE'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-TRANS-VALID = 'Y'
              MOVE CD-ONCTRN-SHIFT-START TO WS-CHK-TIME
              PERFORM 208-VALIDATE-TIME
              IF WS-TIME-VALID NOT = 'Y'
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE 'BAD SHIFT START' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-TRANS-VALID = 'Y'
              MOVE CD-ONCTRN-SHIFT-END TO WS-CHK-TIME
              PERFORM 208-VALIDATE-TIME
              IF WS-TIME-VALID NOT = 'Y'
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE 'BAD SHIFT END' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-TRANS-VALID = 'Y'
              AND CD-ONCTRN-TIER1-CONTACT = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE 'NO TIER-1 CONTACT' TO WS-REJECT-REASON
           END-IF.

      *    A pattern is a job name, or a prefix with '*' as its last
      *    character - a '*' anywhere else would never match.
       204-VALIDATE-PATTERN.
           IF CD-ONCTRN-JOB-PATTERN = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE 'NO JOB PATTERN' TO WS-REJECT-REASON
           ELSE
              MOVE ZERO TO WS-STAR-POS
              INSPECT CD-ONCTRN-JOB-PATTERN TALLYING WS-STAR-POS
                 FOR CHARACTERS BEFORE INITIAL '*'
              MOVE ZERO TO WS-PATTERN-LEN
              INSPECT CD-ONCTRN-JOB-PATTERN TALLYING WS-PATTERN-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-STAR-POS < 20
                 AND WS-STAR-POS + 1 NOT = WS-PATTERN-LEN
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE 'ASTERISK MUST END PATTERN' TO WS-REJECT-REASON
              END-IF
           END-IF.

      *    Sets WS-DATE-VALID to 'Y' when WS-CHK-DATE is a real
      *    calendar date.
       205-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-CHK-DATE IS NUMERIC
              MOVE WS-CHK-DATE(1:4) TO WS-CHK-YYYY
              MOVE WS-CHK-DATE(5:2) TO WS-CHK-MM
              MOVE WS-CHK-DATE(7:2) TO WS-CHK-DD
              IF WS-CHK-YYYY > 0
                 AND WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
                 PERFORM 207-SET-MONTH-END
                 IF WS-CHK-DD >= 1 AND WS-CHK-DD <= WS-CHK-MAX-DD
                    MOVE 'Y' TO WS-DATE-VALID
                 END-IF
              END-IF
           END-IF.

       207-SET-MONTH-END.
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

      *    Sets WS-TIME-VALID to 'Y' when WS-CHK-TIME is an HHMM
      *    time of day.
       208-VALIDATE-TIME.
           MOVE 'N' TO WS-TIME-VALID
           IF WS-CHK-TIME IS NUMERIC
              MOVE WS-CHK-TIME(1:2) TO WS-CHK-HH
              MOVE WS-CHK-TIME(3:2) TO WS-CHK-MI
              IF WS-CHK-HH <= 23 AND WS-CHK-MI <= 59
                 MOVE 'Y' TO WS-TIME-VALID
              END-IF
           END-IF.

       210-ADD-ENTRY.
           PERFORM 203-VALIDATE-TRANSACTION.
           IF WS-TRANS-VALID NOT = 'Y'
              DISPLAY 'CDONCMNT: reject ADD, '
                 FUNCTION TRIM(WS-REJECT-REASON) ': '
                 FUNCTION TRIM(CD-ONCTRN-JOB-PATTERN)
              PERFORM 290-REJECT
           ELSE
              PERFORM 250-BUILD-RECORD
              WRITE CD-ONC-RECORD
                 INVALID KEY
                    DISPLAY 'CDONCMNT: reject ADD, entry already on '
                       'roster: ' FUNCTION TRIM(CD-ONCTRN-JOB-PATTERN)
                       ' ' CD-ONCTRN-FROM-DATE ' '
                       CD-ONCTRN-SHIFT-START
                    MOVE 'ENTRY ALREADY ON ROSTER' TO WS-REJECT-REASON
                    PERFORM 290-REJECT
                 NOT INVALID KEY
                    ADD 1 TO WS-ADD-COUNT
              END-WRITE
           END-IF.

      *    An update replaces everything but the key - typically a
      *    contact swap when someone trades a shift.
       220-UPDATE-ENTRY.
           PERFORM 203-VALIDATE-TRANSACTION.
           IF WS-TRANS-VALID NOT = 'Y'
              DISPLAY 'CDONCMNT: reject UPDATE, '
                 FUNCTION TRIM(WS-REJECT-REASON) ': '
                 FUNCTION TRIM(CD-ONCTRN-JOB-PATTERN)
              PERFORM 290-REJECT
           ELSE
              MOVE CD-ONCTRN-JOB-PATTERN TO CD-ONC-JOB-PATTERN
              MOVE CD-ONCTRN-FROM-DATE TO CD-ONC-FROM-DATE
              MOVE CD-ONCTRN-SHIFT-START TO CD-ONC-SHIFT-START
              READ CD-ONC-FILE
                 KEY IS CD-ONC-KEY
                 INVALID KEY
                    DISPLAY 'CDONCMNT: reject UPDATE, entry not '
                       'found: ' FUNCTION TRIM(CD-ONCTRN-JOB-PATTERN)
                    MOVE 'ENTRY NOT FOUND' TO WS-REJECT-REASON
                    PERFORM 290-REJECT
                 NOT INVALID KEY
                    PERFORM 250-BUILD-RECORD
                    REWRITE CD-ONC-RECORD
                       INVALID KEY
                          MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                          PERFORM 290-REJECT
                       NOT INVALID KEY
                          ADD 1 TO WS-UPDATE-COUNT
                    END-REWRITE
              END-READ
           END-IF.

       230-DELETE-ENTRY.
           MOVE CD-ONCTRN-JOB-PATTERN TO CD-ONC-JOB-PATTERN
           MOVE CD-ONCTRN-FROM-DATE TO CD-ONC-FROM-DATE
           MOVE CD-ONCTRN-SHIFT-START TO CD-ONC-SHIFT-START
           READ CD-ONC-FILE
              KEY IS CD-ONC-KEY
              INVALID KEY
                 DISPLAY 'CDONCMNT: reject DELETE, entry not found: '
                    FUNCTION TRIM(CD-ONCTRN-JOB-PATTERN)
                 MOVE 'ENTRY NOT FOUND' TO WS-REJECT-REASON
                 PERFORM 290-REJECT
              NOT INVALID KEY
                 DELETE CD-ONC-FILE
                    INVALID KEY
                       DISPLAY 'CDONCMNT: reject DELETE, delete '
                          'failed: '
                          FUNCTION TRIM(CD-ONCTRN-JOB-PATTERN)
                       MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                       PERFORM 290-REJECT
                    NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                 END-DELETE
           END-READ.

       250-BUILD-RECORD.
           MOVE CD-ONCTRN-JOB-PATTERN TO CD-ONC-JOB-PATTERN.
           MOVE CD-ONCTRN-FROM-DATE TO CD-ONC-FROM-DATE.
           MOVE CD-ONCTRN-SHIFT-START TO CD-ONC-SHIFT-START.
           MOVE CD-ONCTRN-TO-DATE TO CD-ONC-TO-DATE.
           MOVE CD-ONCTRN-SHIFT-END TO CD-ONC-SHIFT-END.
           MOVE CD-ONCTRN-TIER1-CONTACT TO CD-ONC-TIER1-CONTACT.
           MOVE CD-ONCTRN-TIER2-CONTACT TO CD-ONC-TIER2-CONTACT.

       290-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'REJECTED' TO WS-RPT-RESULT.
           MOVE WS-REJECT-REASON TO WS-RPT-REASON.

      *    Full roster listing after the transactions are applied -
      *    keyed by pattern, date and shift, so each pattern's rota
      *    prints together in date order.
       500-LIST-ROSTER.
           MOVE SPACES TO CD-ONC-RPT-LINE.
           WRITE CD-ONC-RPT-LINE.
           MOVE WS-RPT-HEADING-2 TO CD-ONC-RPT-LINE.
           WRITE CD-ONC-RPT-LINE.
           MOVE 'N' TO WS-ONC-EOF.
           MOVE LOW-VALUES TO CD-ONC-KEY.
           START CD-ONC-FILE
              KEY IS NOT LESS THAN CD-ONC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ONC-EOF
           END-START.
           PERFORM UNTIL WS-ONC-EOF = 'Y'
              READ CD-ONC-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-ONC-EOF
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    MOVE CD-ONC-JOB-PATTERN TO WS-RPT-LIST-PATTERN
                    MOVE CD-ONC-FROM-DATE TO WS-RPT-LIST-FROM
                    MOVE CD-ONC-TO-DATE TO WS-RPT-LIST-TO
                    MOVE CD-ONC-SHIFT-START TO WS-RPT-LIST-START
                    MOVE CD-ONC-SHIFT-END TO WS-RPT-LIST-END
                    MOVE CD-ONC-TIER1-CONTACT TO WS-RPT-LIST-TIER1
                    MOVE CD-ONC-TIER2-CONTACT TO WS-RPT-LIST-TIER2
                    MOVE WS-RPT-LIST-LINE TO CD-ONC-RPT-LINE
                    WRITE CD-ONC-RPT-LINE
              END-READ
           END-PERFORM.

       600-WRITE-COUNTS.
           MOVE 'ADDED    = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-ADD-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-ONC-RPT-LINE.
           WRITE CD-ONC-RPT-LINE.
           MOVE 'UPDATED  = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-UPDATE-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-ONC-RPT-LINE.
           WRITE CD-ONC-RPT-LINE.
           MOVE 'DELETED  = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-DELETE-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-ONC-RPT-LINE.
           WRITE CD-ONC-RPT-LINE.
           MOVE 'REJECTED = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-ONC-RPT-LINE.
           WRITE CD-ONC-RPT-LINE.
           MOVE 'ON FILE  = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-LIST-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-ONC-RPT-LINE.
           WRITE CD-ONC-RPT-LINE.
