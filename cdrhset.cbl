      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDRHSET - build the shadow files for a rehearsal
      * First step of a COUNTDOWN rehearsal (CDRHPARM.cpy): copies
      * every row of the production COUNTDOWN-CONTROL, read only,
      * onto a shadow control file (CDRHCTL) and lays down empty
      * shadow checkpoint, log and summary files (CDRHCKPT, CDRHLOG,
      * CDRHSUM).  Each shadow file starts with the rehearsal marker
      * record, and COUNTDOWN in rehearsal mode refuses to run
      * against any file that does not carry it - so a rehearsal
      * step pointed at a production dataset by mistake stops before
      * it changes anything.  By the same rule CDRHSET will only
      * replace a target that is missing, empty, or already a
      * shadow: a target holding anything else, or one that cannot
      * be opened and read to find out, is taken to be a production
      * file, and nothing is written at all (RC=8).
      * The rehearsal step then points CDCONTROL, CDCKPT, CDLOG and
      * CDSUMRY at the four shadows.  Rerun CDRHSET before each
      * rehearsal, so every one starts from tonight's schedule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRHSET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-CTL-FILE ASSIGN TO "CDCONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-CTL-JOB-NAME
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CD-RHCTL-FILE ASSIGN TO "CDRHCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-RHCTL-JOB-NAME
               FILE STATUS IS WS-RHCTL-STATUS.

           SELECT CD-CKPT-FILE ASSIGN TO "CDRHCKPT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CKPT-JOB-NAME
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CD-LOG-FILE ASSIGN TO "CDRHLOG"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-LOG-KEY
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CD-SUM-FILE ASSIGN TO "CDRHSUM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-CTL-FILE.
           COPY CDCTL.

       FD  CD-RHCTL-FILE.
      *    Byte-for-byte image of CD-CTL-RECORD.
           01  CD-RHCTL-RECORD.
               05  CD-RHCTL-JOB-NAME   PIC X(20).
               05  FILLER              PIC X(114).

       FD  CD-CKPT-FILE.
           COPY CDCKPT.

       FD  CD-LOG-FILE.
           COPY CDLOG.

       FD  CD-SUM-FILE.
           COPY CDSUM.

       WORKING-STORAGE SECTION.
           77  WS-CTL-STATUS       PIC XX VALUE SPACES.
           77  WS-RHCTL-STATUS     PIC XX VALUE SPACES.
           77  WS-CKPT-STATUS      PIC XX VALUE SPACES.
           77  WS-LOG-STATUS       PIC XX VALUE SPACES.
           77  WS-SUM-STATUS       PIC XX VALUE SPACES.
           77  WS-CTL-EOF          PIC X(1) VALUE 'N'.

      *    The marker every shadow file starts with: the job name on
      *    its first record (it sorts ahead of any real job name),
      *    with status 'Z' on the control and checkpoint rows and
      *    event / outcome SHADOW on the log and summary.  COUNTDOWN
      *    carries the same value.
           77  WS-RH-MARKER        PIC X(20)
               VALUE '*REHEARSAL SHADOW*'.
           77  WS-TARGET-OK        PIC X(1) VALUE 'Y'.
           77  WS-TARGET-NAME      PIC X(8) VALUE SPACES.
           77  WS-TARGET-STATUS    PIC XX VALUE SPACES.
           77  WS-NOW-STAMP        PIC X(26) VALUE SPACES.

           77  WS-COPIED-COUNT     PIC 9(6) VALUE ZERO.
           77  WS-ST-P-COUNT       PIC 9(6) VALUE ZERO.
           77  WS-ST-A-COUNT       PIC 9(6) VALUE ZERO.
           77  WS-ST-C-COUNT       PIC 9(6) VALUE ZERO.
           77  WS-ST-X-COUNT       PIC 9(6) VALUE ZERO.

           PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-CHECK-TARGETS.
           IF WS-TARGET-OK = 'N'
              DISPLAY 'CDRHSET: a target is not, or cannot be read '
                 'to show it is, a rehearsal shadow - nothing written'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CD-CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
              DISPLAY 'CDRHSET: unable to open CDCONTROL, status = '
                 WS-CTL-STATUS ' - nothing to rehearse'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           PERFORM 200-BUILD-SHADOW-CONTROL.
           CLOSE CD-CTL-FILE.
           PERFORM 300-BUILD-SHADOW-CHECKPOINT.
           PERFORM 400-BUILD-SHADOW-LOG.
           PERFORM 500-BUILD-SHADOW-SUMMARY.

           DISPLAY 'CDRHSET: control rows copied = ' WS-COPIED-COUNT.
           DISPLAY 'CDRHSET:   pending  (P)     = ' WS-ST-P-COUNT.
           DISPLAY 'CDRHSET:   active   (A)     = ' WS-ST-A-COUNT.
           DISPLAY 'CDRHSET:   complete (C)     = ' WS-ST-C-COUNT.
           DISPLAY 'CDRHSET:   cancelled (X)    = ' WS-ST-X-COUNT.
           DISPLAY 'CDRHSET: shadow checkpoint, log and summary '
              'files created empty'.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *    Every target must be missing, empty, or led by the marker
      *    before any of them is replaced.  Only file-not-found ('35')
      *    counts as missing: a target that will not open or read -
      *    the wrong organization, or held by a live COUNTDOWN - may
      *    be a production file and is refused like one.
       100-CHECK-TARGETS.
           MOVE 'CDRHCTL' TO WS-TARGET-NAME.
           OPEN INPUT CD-RHCTL-FILE.
           IF WS-RHCTL-STATUS = '00'
              READ CD-RHCTL-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CD-RHCTL-JOB-NAME NOT = WS-RH-MARKER
                       MOVE 'N' TO WS-TARGET-OK
                       DISPLAY 'CDRHSET: CDRHCTL is not a shadow'
                    END-IF
              END-READ
              IF WS-RHCTL-STATUS NOT = '00'
                 AND WS-RHCTL-STATUS NOT = '10'
                 MOVE WS-RHCTL-STATUS TO WS-TARGET-STATUS
                 PERFORM 110-TARGET-UNREADABLE
              END-IF
              CLOSE CD-RHCTL-FILE
           ELSE
              IF WS-RHCTL-STATUS NOT = '35'
                 MOVE WS-RHCTL-STATUS TO WS-TARGET-STATUS
                 PERFORM 110-TARGET-UNREADABLE
              END-IF
           END-IF.
           MOVE 'CDRHCKPT' TO WS-TARGET-NAME.
           OPEN INPUT CD-CKPT-FILE.
           IF WS-CKPT-STATUS = '00'
              READ CD-CKPT-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CD-CKPT-JOB-NAME NOT = WS-RH-MARKER
                       MOVE 'N' TO WS-TARGET-OK
                       DISPLAY 'CDRHSET: CDRHCKPT is not a shadow'
                    END-IF
              END-READ
              IF WS-CKPT-STATUS NOT = '00'
                 AND WS-CKPT-STATUS NOT = '10'
                 MOVE WS-CKPT-STATUS TO WS-TARGET-STATUS
                 PERFORM 110-TARGET-UNREADABLE
              END-IF
              CLOSE CD-CKPT-FILE
           ELSE
              IF WS-CKPT-STATUS NOT = '35'
                 MOVE WS-CKPT-STATUS TO WS-TARGET-STATUS
                 PERFORM 110-TARGET-UNREADABLE
              END-IF
           END-IF.
           MOVE 'CDRHLOG' TO WS-TARGET-NAME.
           OPEN INPUT CD-LOG-FILE.
           IF WS-LOG-STATUS = '00'
              READ CD-LOG-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CD-LOG-JOB-NAME NOT = WS-RH-MARKER
                       MOVE 'N' TO WS-TARGET-OK
                       DISPLAY 'CDRHSET: CDRHLOG is not a shadow'
                    END-IF
              END-READ
              IF WS-LOG-STATUS NOT = '00'
                 AND WS-LOG-STATUS NOT = '10'
                 MOVE WS-LOG-STATUS TO WS-TARGET-STATUS
                 PERFORM 110-TARGET-UNREADABLE
              END-IF
              CLOSE CD-LOG-FILE
           ELSE
              IF WS-LOG-STATUS NOT = '35'
                 MOVE WS-LOG-STATUS TO WS-TARGET-STATUS
                 PERFORM 110-TARGET-UNREADABLE
              END-IF
           END-IF.
           MOVE 'CDRHSUM' TO WS-TARGET-NAME.
           OPEN INPUT CD-SUM-FILE.
           IF WS-SUM-STATUS = '00'
              READ CD-SUM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CD-SUM-JOB-NAME NOT = WS-RH-MARKER
                       MOVE 'N' TO WS-TARGET-OK
                       DISPLAY 'CDRHSET: CDRHSUM is not a shadow'
                    END-IF
              END-READ
              IF WS-SUM-STATUS NOT = '00'
                 AND WS-SUM-STATUS NOT = '10'
                 MOVE WS-SUM-STATUS TO WS-TARGET-STATUS
                 PERFORM 110-TARGET-UNREADABLE
              END-IF
              CLOSE CD-SUM-FILE
           ELSE
              IF WS-SUM-STATUS NOT = '35'
                 MOVE WS-SUM-STATUS TO WS-TARGET-STATUS
                 PERFORM 110-TARGET-UNREADABLE
              END-IF
           END-IF.

       110-TARGET-UNREADABLE.
           MOVE 'N' TO WS-TARGET-OK.
           DISPLAY 'CDRHSET: unable to read ' WS-TARGET-NAME
              ', status = ' WS-TARGET-STATUS
              ' - cannot prove it is a shadow'.

      *    A shadow that cannot be created ends the run: the rehearsal
      *    must not go ahead on a partial set.
       120-OUTPUT-FAILED.
           DISPLAY 'CDRHSET: unable to create ' WS-TARGET-NAME
              ', status = ' WS-TARGET-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    The marker row, then every production row as it stands.
       200-BUILD-SHADOW-CONTROL.
           OPEN OUTPUT CD-RHCTL-FILE.
           IF WS-RHCTL-STATUS NOT = '00'
              MOVE 'CDRHCTL' TO WS-TARGET-NAME
              MOVE WS-RHCTL-STATUS TO WS-TARGET-STATUS
              PERFORM 120-OUTPUT-FAILED
           END-IF.
           MOVE SPACES TO CD-CTL-RECORD.
           MOVE WS-RH-MARKER TO CD-CTL-JOB-NAME.
           MOVE 'Z' TO CD-CTL-STATUS.
           MOVE 'REHEARSAL SHADOW COPY - NOT PRODUCTION'
              TO CD-CTL-LABEL.
           MOVE CD-CTL-RECORD TO CD-RHCTL-RECORD.
           WRITE CD-RHCTL-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           PERFORM UNTIL WS-CTL-EOF = 'Y'
              READ CD-CTL-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-CTL-EOF
                 NOT AT END
                    MOVE CD-CTL-RECORD TO CD-RHCTL-RECORD
                    WRITE CD-RHCTL-RECORD
                       INVALID KEY
                          DISPLAY 'CDRHSET: duplicate key refused: '
                             CD-CTL-JOB-NAME
                       NOT INVALID KEY
                          ADD 1 TO WS-COPIED-COUNT
                          EVALUATE CD-CTL-STATUS
                             WHEN 'P'
                                ADD 1 TO WS-ST-P-COUNT
                             WHEN 'A'
                                ADD 1 TO WS-ST-A-COUNT
                             WHEN 'C'
                                ADD 1 TO WS-ST-C-COUNT
                             WHEN 'X'
                                ADD 1 TO WS-ST-X-COUNT
                             WHEN OTHER
                                CONTINUE
                          END-EVALUATE
                    END-WRITE
              END-READ
           END-PERFORM.
           CLOSE CD-RHCTL-FILE.

       300-BUILD-SHADOW-CHECKPOINT.
           OPEN OUTPUT CD-CKPT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
              MOVE 'CDRHCKPT' TO WS-TARGET-NAME
              MOVE WS-CKPT-STATUS TO WS-TARGET-STATUS
              PERFORM 120-OUTPUT-FAILED
           END-IF.
           MOVE WS-RH-MARKER TO CD-CKPT-JOB-NAME.
           MOVE ZERO TO CD-CKPT-COUNTER.
           MOVE 'Z' TO CD-CKPT-STATUS.
           MOVE WS-NOW-STAMP TO CD-CKPT-TIMESTAMP.
           WRITE CD-CKPT-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           CLOSE CD-CKPT-FILE.

       400-BUILD-SHADOW-LOG.
           OPEN OUTPUT CD-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
              MOVE 'CDRHLOG' TO WS-TARGET-NAME
              MOVE WS-LOG-STATUS TO WS-TARGET-STATUS
              PERFORM 120-OUTPUT-FAILED
           END-IF.
           MOVE WS-RH-MARKER TO CD-LOG-JOB-NAME.
           MOVE ZERO TO CD-LOG-SEQ.
           MOVE 'SHADOW' TO CD-LOG-EVENT-TYPE.
           MOVE ZERO TO CD-LOG-START-VALUE.
           MOVE ZERO TO CD-LOG-COUNTER-VALUE.
           MOVE SPACES TO CD-LOG-UNIT.
           MOVE WS-NOW-STAMP TO CD-LOG-TIMESTAMP.
           WRITE CD-LOG-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           CLOSE CD-LOG-FILE.

       500-BUILD-SHADOW-SUMMARY.
           OPEN OUTPUT CD-SUM-FILE.
           IF WS-SUM-STATUS NOT = '00'
              MOVE 'CDRHSUM' TO WS-TARGET-NAME
              MOVE WS-SUM-STATUS TO WS-TARGET-STATUS
              PERFORM 120-OUTPUT-FAILED
           END-IF.
           MOVE WS-RH-MARKER TO CD-SUM-JOB-NAME.
           MOVE 'REHEARSAL SHADOW - NOT A RUN' TO CD-SUM-LABEL.
           MOVE 'SHADOW' TO CD-SUM-OUTCOME.
           MOVE WS-NOW-STAMP TO CD-SUM-START-TIMESTAMP.
           MOVE WS-NOW-STAMP TO CD-SUM-FINISH-TIMESTAMP.
           MOVE ZERO TO CD-SUM-START-VALUE.
           MOVE SPACES TO CD-SUM-UNIT.
           MOVE ZERO TO CD-SUM-ELAPSED-SEC.
           MOVE ZERO TO CD-SUM-RESUME-COUNT.
           WRITE CD-SUM-RECORD.
           CLOSE CD-SUM-FILE.
