      * which is the point.  A mismatch between copy and read-back
      * counts ends with RC=4; an unusable parameter or file, RC=8.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Maint: a restore now refuses with RC=8 while a live COUNTDOWN
      * holds the instance lock (checked through CDLCHK) - replacing
      * a master file under a running countdown would tear it.  A
      * stale lock (the abend being recovered from) does not block.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRESTORE.
           77  WS-COPY-EOF         PIC X(1) VALUE 'N'.
           77  WS-BACK-EOF         PIC X(1) VALUE 'N'.

           77  WS-LCHK-CALLER      PIC X(10) VALUE 'CDRESTORE'.
           77  WS-LCHK-STATUS      PIC X(2) VALUE SPACES.

           77  WS-FILE-ID          PIC X(8) VALUE SPACES.

           77  WS-LOADED-COUNT     PIC 9(6) VALUE ZERO.

           PROCEDURE DIVISION.
       000-MAIN.
           CALL 'CDLCHK' USING WS-LCHK-CALLER, WS-LCHK-STATUS.
           IF WS-LCHK-STATUS = '08'
              DISPLAY 'CDRESTORE: COUNTDOWN holds a live instance '
                 'lock - not run; rerun once it has ended'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 100-LOAD-RSPARM.
           IF WS-FILE-ID NOT = 'CONTROL'
              AND WS-FILE-ID NOT = 'CKPT'
