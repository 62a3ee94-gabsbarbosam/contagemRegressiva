      * actually running.  Every pass re-reads the files, so pressing
      * ENTER on the refresh prompt watches the counter move.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Maint: the operator signs on with a user id at startup; every
      * command queued is stamped with that id and the time, and is
      * also appended to the permanent command history on CDCMDHIS -
      * CDCMDS is cleared before each COUNTDOWN run, and the shift
      * turnover report needs to say who held or cancelled what.
      *-----------------------------------------------------------------
      * Maint: the queued command is built in WORKING-STORAGE and moved
      * to the CDCMDS and CDCMDHIS records only while each file is
      * open, instead of being carried in the CDCMDS record area
      * across its OPEN and CLOSE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCONS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

           SELECT CD-CMDH-FILE ASSIGN TO "CDCMDHIS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMDH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-CKPT-FILE.
       FD  CD-CMD-FILE.
           COPY CDCMD.

       FD  CD-CMDH-FILE.
           COPY CDCMDH.

       WORKING-STORAGE SECTION.
           77  WS-CKPT-STATUS      PIC XX VALUE SPACES.
           77  WS-CTL-STATUS       PIC XX VALUE SPACES.
           77  WS-CMD-STATUS       PIC XX VALUE SPACES.
           77  WS-CMDH-STATUS      PIC XX VALUE SPACES.
           77  WS-OPER-ID          PIC X(8) VALUE SPACES.
           77  WS-CKPT-EOF         PIC X(1) VALUE 'N'.
           77  WS-CTL-AVAILABLE    PIC X(1) VALUE 'N'.
           77  WS-EXIT-FLAG        PIC X(1) VALUE 'N'.
           77  WS-ACTION-CHOICE    PIC X(1) VALUE SPACE.
           77  WS-PICK-NUM         PIC 9(2) VALUE ZERO.

      *    The command being queued, built here and moved to the
      *    CDCMDS and CDCMDHIS records only while each file is open.
           77  WS-CMD-ACTION       PIC X(7) VALUE SPACES.
           77  WS-CMD-JOB          PIC X(20) VALUE SPACES.
           77  WS-CMD-STAMP        PIC X(26) VALUE SPACES.

      *    In-flight entries (checkpoint status 'A' or 'H') found on
      *    the latest refresh; the operator picks by entry number, so
      *    a command can only target something on this list.

           PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-GET-OPERATOR.
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
              PERFORM 100-LOAD-INFLIGHT
              PERFORM 200-SHOW-CONSOLE
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *    Nothing is queued until the operator has said who they
      *    are - the id goes on every command and on the history.
       050-GET-OPERATOR.
           PERFORM UNTIL WS-OPER-ID NOT = SPACES
              DISPLAY 'CDCONS: enter your operator id:'
              ACCEPT WS-OPER-ID
           END-PERFORM.

      *    Re-read from the files on every pass, exactly the way
      *    CDSTAT reads them: COUNTDOWN rewrites the checkpoint on
      *    every decrement, so two refreshes seconds apart show the
              ACCEPT WS-ACTION-CHOICE
              EVALUATE TRUE
                 WHEN WS-ACTION-CHOICE = 'H' OR WS-ACTION-CHOICE = 'h'
                    MOVE 'HOLD' TO WS-CMD-ACTION
                    PERFORM 400-WRITE-COMMAND
                 WHEN WS-ACTION-CHOICE = 'R' OR WS-ACTION-CHOICE = 'r'
                    MOVE 'RELEASE' TO WS-CMD-ACTION
                    PERFORM 400-WRITE-COMMAND
                 WHEN WS-ACTION-CHOICE = 'C' OR WS-ACTION-CHOICE = 'c'
                    MOVE 'CANCEL' TO WS-CMD-ACTION
                    PERFORM 400-WRITE-COMMAND
                 WHEN OTHER
                    DISPLAY 'CDCONS: no action taken'
              END-EVALUATE
           END-IF.

      *    The action word is already in WS-CMD-ACTION, spelled by
      *    this program; the job name comes from the in-flight table,
      *    never from typing.  COUNTDOWN's next 184-POLL picks the
      *    command up within a cycle.  A command that reached CDCMDS
      *    goes onto the history as well.
       400-WRITE-COMMAND.
           MOVE WS-INF-JOB(WS-PICK-NUM) TO WS-CMD-JOB.
           MOVE FUNCTION CURRENT-DATE TO WS-CMD-STAMP.
           OPEN EXTEND CD-CMD-FILE.
           IF WS-CMD-STATUS NOT = '00'
              OPEN OUTPUT CD-CMD-FILE
              DISPLAY 'CDCONS: unable to write command, status = '
                 WS-CMD-STATUS
           ELSE
              MOVE WS-CMD-ACTION TO CD-CMD-ACTION
              MOVE WS-CMD-JOB TO CD-CMD-JOB-NAME
              MOVE WS-OPER-ID TO CD-CMD-USER-ID
              MOVE WS-CMD-STAMP TO CD-CMD-TIMESTAMP
              WRITE CD-CMD-RECORD
              CLOSE CD-CMD-FILE
              DISPLAY 'CDCONS: ' FUNCTION TRIM(WS-CMD-ACTION)
                 ' queued for ['
                 FUNCTION TRIM(WS-CMD-JOB) ']'
              PERFORM 410-WRITE-HISTORY
           END-IF.

       410-WRITE-HISTORY.
           OPEN EXTEND CD-CMDH-FILE.
           IF WS-CMDH-STATUS NOT = '00'
              OPEN OUTPUT CD-CMDH-FILE
           END-IF.
           IF WS-CMDH-STATUS NOT = '00'
              DISPLAY 'CDCONS: unable to write command history, '
                 'status = ' WS-CMDH-STATUS
           ELSE
              MOVE WS-CMD-ACTION TO CD-CMDH-ACTION
              MOVE WS-CMD-JOB TO CD-CMDH-JOB-NAME
              MOVE WS-OPER-ID TO CD-CMDH-USER-ID
              MOVE WS-CMD-STAMP TO CD-CMDH-TIMESTAMP
              WRITE CD-CMDH-RECORD
              CLOSE CD-CMDH-FILE
           END-IF.
