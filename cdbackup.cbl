      * backup; it is exactly what the copy should preserve.
      * Companion: CDRESTORE rebuilds an indexed file from a copy.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Maint: before anything else the backup now asks CDLCHK
      * whether a live COUNTDOWN holds the instance lock, and
      * refuses with RC=8 if one does.  The moving-checkpoint test
      * stays as a second line of defence for a COUNTDOWN that
      * predates the lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBACKUP.
           77  WS-CKPT-EOF         PIC X(1) VALUE 'N'.
           77  WS-LOG-EOF          PIC X(1) VALUE 'N'.

           77  WS-LCHK-CALLER      PIC X(10) VALUE 'CDBACKUP'.
           77  WS-LCHK-STATUS      PIC X(2) VALUE SPACES.

      *    Minutes within which a moving in-flight checkpoint means
      *    COUNTDOWN is genuinely up right now - it rewrites every
      *    checkpoint at least once a second while running, so five

           PROCEDURE DIVISION.
       000-MAIN.
           CALL 'CDLCHK' USING WS-LCHK-CALLER, WS-LCHK-STATUS.
           IF WS-LCHK-STATUS = '08'
              DISPLAY 'CDBACKUP: COUNTDOWN holds a live instance '
                 'lock - not run; rerun once it has ended'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CD-CKPT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
              DISPLAY 'CDBACKUP: unable to open CDCKPT, status = '
