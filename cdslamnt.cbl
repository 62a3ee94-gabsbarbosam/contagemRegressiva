      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDSLAMNT - SLA commitment master maintenance
      * CDRECON holds every run to the one CD-RCPARM-THRESHOLD-SEC
      * and CDTREND to averages and worst cases; neither knows what
      * was promised to whom.  CDSLAMNT maintains the CD-SLA-FILE
      * commitment master by batch transaction the same way
      * CDHOLMNT maintains the holiday calendar: one entry per job
      * naming its business owner, the time of day it must be
      * finished by, its maximum elapsed time and the target
      * attainment percentage.  Adds load a new commitment, updates
      * replace it when it is renegotiated, deletes drop a retired
      * job, and every run ends with a listing of the full master.
      * CDSLARPT reads the master for the monthly attainment report;
      * this program only feeds it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDSLAMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-SLA-TRANS ASSIGN TO "CDSLATRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CD-SLA-FILE ASSIGN TO "CDSLA"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-SLA-JOB-NAME
               FILE STATUS IS WS-SLA-STATUS.

           SELECT CD-SLA-RPT ASSIGN TO "CDSLMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-SLA-TRANS.
           COPY CDSLATRN.

       FD  CD-SLA-FILE.
           COPY CDSLA.

       FD  CD-SLA-RPT.
           01  CD-SLA-RPT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
           77  WS-TRANS-STATUS     PIC XX VALUE SPACES.
           77  WS-SLA-STATUS       PIC XX VALUE SPACES.
           77  WS-RPT-STATUS       PIC XX VALUE SPACES.
           77  WS-TRANS-EOF        PIC X(1) VALUE 'N'.
           77  WS-SLA-EOF          PIC X(1) VALUE 'N'.
           77  WS-TIME-VALID       PIC X(1) VALUE 'N'.
           77  WS-TRANS-VALID      PIC X(1) VALUE 'N'.
           77  WS-REJECT-REASON    PIC X(30) VALUE SPACES.

           77  WS-ADD-COUNT        PIC 9(6) VALUE ZERO.
           77  WS-UPDATE-COUNT     PIC 9(6) VALUE ZERO.
           77  WS-DELETE-COUNT     PIC 9(6) VALUE ZERO.
           77  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.
           77  WS-LIST-COUNT       PIC 9(6) VALUE ZERO.

           77  WS-CHK-TIME         PIC X(6) VALUE SPACES.
           77  WS-CHK-HH           PIC 9(2) VALUE ZERO.
           77  WS-CHK-MI           PIC 9(2) VALUE ZERO.
           77  WS-CHK-SS           PIC 9(2) VALUE ZERO.
           77  WS-TARGET-PCT       PIC 9(3)V99 VALUE ZERO.
           77  WS-TARGET-RAW       PIC 9(5) VALUE ZERO.

           01  WS-RPT-DETAIL.
               05  WS-RPT-ACTION   PIC X(1).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-JOB      PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-RESULT   PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-REASON   PIC X(30).

           01  WS-RPT-LIST-LINE.
               05  WS-RPT-LIST-JOB PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIST-OWNER PIC X(20).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIST-FINISH-BY PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIST-MAX-SEC PIC ZZZZZZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  WS-RPT-LIST-TARGET PIC ZZ9.99.

           01  WS-RPT-HEADING-1    PIC X(120)
               VALUE 'A  JOB NAME              RESULT    REASON'.

           01  WS-RPT-HEADING-2    PIC X(120)
               VALUE 'JOB NAME              OWNER                 FINISH
      -        '   MAX-SEC TARGET%'.

           01  WS-RPT-COUNT-LINE.
               05  WS-RPT-COUNT-TAG PIC X(12).
               05  WS-RPT-COUNT    PIC ZZZZZ9.

           PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT CD-SLA-TRANS.
           IF WS-TRANS-STATUS NOT = '00'
              DISPLAY 'CDSLAMNT: unable to open CDSLATRN, status = '
                 WS-TRANS-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 150-OPEN-MASTER
              OPEN OUTPUT CD-SLA-RPT
              MOVE WS-RPT-HEADING-1 TO CD-SLA-RPT-LINE
              WRITE CD-SLA-RPT-LINE
              PERFORM UNTIL WS-TRANS-EOF = 'Y'
                 READ CD-SLA-TRANS
                    AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                    NOT AT END
                       PERFORM 200-APPLY-TRANSACTION
                 END-READ
              END-PERFORM
              CLOSE CD-SLA-TRANS
              PERFORM 500-LIST-MASTER
              PERFORM 600-WRITE-COUNTS
              CLOSE CD-SLA-FILE
              CLOSE CD-SLA-RPT
              DISPLAY 'CDSLAMNT: added    = ' WS-ADD-COUNT
              DISPLAY 'CDSLAMNT: updated  = ' WS-UPDATE-COUNT
              DISPLAY 'CDSLAMNT: deleted  = ' WS-DELETE-COUNT
              DISPLAY 'CDSLAMNT: rejected = ' WS-REJECT-COUNT
              DISPLAY 'CDSLAMNT: on file  = ' WS-LIST-COUNT
              IF WS-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.

       150-OPEN-MASTER.
           OPEN I-O CD-SLA-FILE.
           IF WS-SLA-STATUS NOT = '00'
              OPEN OUTPUT CD-SLA-FILE
              CLOSE CD-SLA-FILE
              OPEN I-O CD-SLA-FILE
           END-IF.

       200-APPLY-TRANSACTION.
           MOVE CD-SLATRN-ACTION TO WS-RPT-ACTION.
           MOVE CD-SLATRN-JOB-NAME TO WS-RPT-JOB.
           MOVE 'APPLIED' TO WS-RPT-RESULT.
           MOVE SPACES TO WS-RPT-REASON.
           EVALUATE CD-SLATRN-ACTION
              WHEN 'A'
                 PERFORM 210-ADD-ENTRY
              WHEN 'U'
                 PERFORM 220-UPDATE-ENTRY
              WHEN 'D'
                 PERFORM 230-DELETE-ENTRY
              WHEN OTHER
                 DISPLAY 'CDSLAMNT: unknown action code "'
                    CD-SLATRN-ACTION '" for '
                    FUNCTION TRIM(CD-SLATRN-JOB-NAME)
                 MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
                 PERFORM 290-REJECT
           END-EVALUATE.
           MOVE WS-RPT-DETAIL TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.

      *    Sets WS-TRANS-VALID to 'Y' when every field an add or an
      *    update carries is usable - a commitment with a garbled
      *    time or target would quietly mark every run a breach (or
      *    none).  The reason for the first failure found goes to
      *    WS-REJECT-REASON.
       203-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CD-SLATRN-JOB-NAME = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE 'NO JOB NAME' TO WS-REJECT-REASON
           END-IF.
           IF WS-TRANS-VALID = 'Y'
              AND CD-SLATRN-OWNER = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE 'NO BUSINESS OWNER' TO WS-REJECT-REASON
           END-IF.
           IF WS-TRANS-VALID = 'Y'
              AND CD-SLATRN-FINISH-BY NOT = SPACES
              MOVE CD-SLATRN-FINISH-BY TO WS-CHK-TIME
              PERFORM 208-VALIDATE-TIME
              IF WS-TIME-VALID NOT = 'Y'
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE 'BAD FINISH-BY TIME' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-TRANS-VALID = 'Y'
              AND CD-SLATRN-MAX-ELAPSED-SEC IS NOT NUMERIC
              MOVE 'N' TO WS-TRANS-VALID
              MOVE 'BAD MAXIMUM ELAPSED' TO WS-REJECT-REASON
           END-IF.
           IF WS-TRANS-VALID = 'Y'
              IF CD-SLATRN-TARGET-PCT IS NOT NUMERIC
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE 'BAD TARGET PERCENT' TO WS-REJECT-REASON
              ELSE
                 MOVE CD-SLATRN-TARGET-PCT TO WS-TARGET-RAW
                 IF WS-TARGET-RAW = ZERO OR WS-TARGET-RAW > 10000
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE 'TARGET NOT 0.01-100.00'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      *    Sets WS-TIME-VALID to 'Y' when WS-CHK-TIME is an HHMMSS
      *    time of day.
       208-VALIDATE-TIME.
           MOVE 'N' TO WS-TIME-VALID
           IF WS-CHK-TIME IS NUMERIC
              MOVE WS-CHK-TIME(1:2) TO WS-CHK-HH
              MOVE WS-CHK-TIME(3:2) TO WS-CHK-MI
              MOVE WS-CHK-TIME(5:2) TO WS-CHK-SS
              IF WS-CHK-HH <= 23 AND WS-CHK-MI <= 59
                 AND WS-CHK-SS <= 59
                 MOVE 'Y' TO WS-TIME-VALID
              END-IF
           END-IF.

       210-ADD-ENTRY.
           PERFORM 203-VALIDATE-TRANSACTION.
           IF WS-TRANS-VALID NOT = 'Y'
              DISPLAY 'CDSLAMNT: reject ADD, '
                 FUNCTION TRIM(WS-REJECT-REASON) ': '
                 FUNCTION TRIM(CD-SLATRN-JOB-NAME)
              PERFORM 290-REJECT
           ELSE
              PERFORM 250-BUILD-RECORD
              WRITE CD-SLA-RECORD
                 INVALID KEY
                    DISPLAY 'CDSLAMNT: reject ADD, job already on '
                       'master: ' FUNCTION TRIM(CD-SLATRN-JOB-NAME)
                    MOVE 'JOB ALREADY ON MASTER' TO WS-REJECT-REASON
                    PERFORM 290-REJECT
                 NOT INVALID KEY
                    ADD 1 TO WS-ADD-COUNT
              END-WRITE
           END-IF.

      *    An update replaces the whole commitment - the owner, the
      *    times and the target are renegotiated together.
       220-UPDATE-ENTRY.
           PERFORM 203-VALIDATE-TRANSACTION.
           IF WS-TRANS-VALID NOT = 'Y'
              DISPLAY 'CDSLAMNT: reject UPDATE, '
                 FUNCTION TRIM(WS-REJECT-REASON) ': '
                 FUNCTION TRIM(CD-SLATRN-JOB-NAME)
              PERFORM 290-REJECT
           ELSE
              MOVE CD-SLATRN-JOB-NAME TO CD-SLA-JOB-NAME
              READ CD-SLA-FILE
                 KEY IS CD-SLA-JOB-NAME
                 INVALID KEY
                    DISPLAY 'CDSLAMNT: reject UPDATE, job not '
                       'found: ' FUNCTION TRIM(CD-SLATRN-JOB-NAME)
                    MOVE 'JOB NOT FOUND' TO WS-REJECT-REASON
                    PERFORM 290-REJECT
                 NOT INVALID KEY
                    PERFORM 250-BUILD-RECORD
                    REWRITE CD-SLA-RECORD
                       INVALID KEY
                          MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                          PERFORM 290-REJECT
                       NOT INVALID KEY
                          ADD 1 TO WS-UPDATE-COUNT
                    END-REWRITE
              END-READ
           END-IF.

       230-DELETE-ENTRY.
           MOVE CD-SLATRN-JOB-NAME TO CD-SLA-JOB-NAME
           READ CD-SLA-FILE
              KEY IS CD-SLA-JOB-NAME
              INVALID KEY
                 DISPLAY 'CDSLAMNT: reject DELETE, job not found: '
                    FUNCTION TRIM(CD-SLATRN-JOB-NAME)
                 MOVE 'JOB NOT FOUND' TO WS-REJECT-REASON
                 PERFORM 290-REJECT
              NOT INVALID KEY
                 DELETE CD-SLA-FILE
                    INVALID KEY
                       DISPLAY 'CDSLAMNT: reject DELETE, delete '
                          'failed: '
                          FUNCTION TRIM(CD-SLATRN-JOB-NAME)
                       MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                       PERFORM 290-REJECT
                    NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                 END-DELETE
           END-READ.

       250-BUILD-RECORD.
           MOVE CD-SLATRN-JOB-NAME TO CD-SLA-JOB-NAME.
           MOVE CD-SLATRN-OWNER TO CD-SLA-OWNER.
           MOVE CD-SLATRN-FINISH-BY TO CD-SLA-FINISH-BY.
           MOVE CD-SLATRN-MAX-ELAPSED-SEC TO CD-SLA-MAX-ELAPSED-SEC.
           MOVE CD-SLATRN-TARGET-PCT TO WS-TARGET-RAW.
           COMPUTE WS-TARGET-PCT = WS-TARGET-RAW / 100.
           MOVE WS-TARGET-PCT TO CD-SLA-TARGET-PCT.

       290-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'REJECTED' TO WS-RPT-RESULT.
           MOVE WS-REJECT-REASON TO WS-RPT-REASON.

      *    Full master listing after the transactions are applied,
      *    in job-name order.
       500-LIST-MASTER.
           MOVE SPACES TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE WS-RPT-HEADING-2 TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE 'N' TO WS-SLA-EOF.
           MOVE LOW-VALUES TO CD-SLA-JOB-NAME.
           START CD-SLA-FILE
              KEY IS NOT LESS THAN CD-SLA-JOB-NAME
              INVALID KEY
                 MOVE 'Y' TO WS-SLA-EOF
           END-START.
           PERFORM UNTIL WS-SLA-EOF = 'Y'
              READ CD-SLA-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SLA-EOF
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    MOVE CD-SLA-JOB-NAME TO WS-RPT-LIST-JOB
                    MOVE CD-SLA-OWNER TO WS-RPT-LIST-OWNER
                    MOVE CD-SLA-FINISH-BY TO WS-RPT-LIST-FINISH-BY
                    MOVE CD-SLA-MAX-ELAPSED-SEC TO WS-RPT-LIST-MAX-SEC
                    MOVE CD-SLA-TARGET-PCT TO WS-RPT-LIST-TARGET
                    MOVE WS-RPT-LIST-LINE TO CD-SLA-RPT-LINE
                    WRITE CD-SLA-RPT-LINE
              END-READ
           END-PERFORM.

       600-WRITE-COUNTS.
           MOVE 'ADDED    = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-ADD-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE 'UPDATED  = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-UPDATE-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE 'DELETED  = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-DELETE-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE 'REJECTED = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
           MOVE 'ON FILE  = ' TO WS-RPT-COUNT-TAG.
           MOVE WS-LIST-COUNT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO CD-SLA-RPT-LINE.
           WRITE CD-SLA-RPT-LINE.
