      ******************************************************************
      * Author: GABRIELA
      * Purpose: CDROUTE - on-call contact lookup
      * CALLed by CDALERT for every first page and by CDESCAL for
      * every re-page and escalation, so the contact actually paged
      * is stamped on the alert and escalation records.  Scans the
      * CD-ONC-FILE roster for entries covering the job at the page
      * date/time: the entry naming the job exactly wins, then the
      * longest matching prefix ('GL*'), then the site default '*';
      * between equally specific entries the latest rota period
      * wins.  Tier '2' returns the entry's tier-2 contact, or its
      * tier-1 contact when no second tier is rostered.  With no
      * roster, or nothing covering the page, the page goes to the
      * on-duty operator exactly as it always has, and the status
      * says so.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDROUTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-ONC-FILE ASSIGN TO "CDONCALL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ONC-KEY
               FILE STATUS IS WS-ONC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-ONC-FILE.
           COPY CDONCALL.

       WORKING-STORAGE SECTION.
           77  WS-ONC-STATUS       PIC XX VALUE SPACES.
           77  WS-ONC-EOF          PIC X(1) VALUE 'N'.
           77  WS-DEFAULT-CONTACT  PIC X(20)
               VALUE 'ON-DUTY OPERATOR'.

           77  WS-PAGE-DATE        PIC X(8) VALUE SPACES.
           77  WS-PAGE-TIME        PIC X(4) VALUE SPACES.
           77  WS-COVERS           PIC X(1) VALUE 'N'.
           77  WS-STAR-POS         PIC 9(2) VALUE ZERO.
           77  WS-SPECIFICITY      PIC 9(2) VALUE ZERO.
      *        21 = exact job name, 1-19 = prefix length, 0 = '*'.
           77  WS-BEST-FOUND       PIC X(1) VALUE 'N'.
           77  WS-BEST-SPECIFICITY PIC 9(2) VALUE ZERO.
           77  WS-BEST-FROM-DATE   PIC X(8) VALUE SPACES.
           77  WS-BEST-TIER1       PIC X(20) VALUE SPACES.
           77  WS-BEST-TIER2       PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
           01  LK-ROUTE-JOB-NAME      PIC X(20).
           01  LK-ROUTE-DATETIME      PIC X(14).
      *        YYYYMMDDHHMMSS of the page.
           01  LK-ROUTE-TIER          PIC X(1).
      *        '1' = first page / re-page, '2' = second tier
           01  LK-ROUTE-CONTACT       PIC X(20).
           01  LK-ROUTE-STATUS        PIC X(2).
      *        '00' = rostered contact returned
      *        '04' = nothing rostered, on-duty operator returned

       PROCEDURE DIVISION USING LK-ROUTE-JOB-NAME, LK-ROUTE-DATETIME,
               LK-ROUTE-TIER, LK-ROUTE-CONTACT, LK-ROUTE-STATUS.
       000-MAIN.
           MOVE LK-ROUTE-DATETIME(1:8) TO WS-PAGE-DATE.
           MOVE LK-ROUTE-DATETIME(9:4) TO WS-PAGE-TIME.
           MOVE 'N' TO WS-BEST-FOUND.
           MOVE ZERO TO WS-BEST-SPECIFICITY.
           MOVE SPACES TO WS-BEST-FROM-DATE.

           OPEN INPUT CD-ONC-FILE.
           IF WS-ONC-STATUS = '00'
              MOVE 'N' TO WS-ONC-EOF
              PERFORM UNTIL WS-ONC-EOF = 'Y'
                 READ CD-ONC-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-ONC-EOF
                    NOT AT END
                       PERFORM 200-CHECK-ENTRY
                 END-READ
              END-PERFORM
              CLOSE CD-ONC-FILE
           END-IF.

           IF WS-BEST-FOUND = 'Y'
              IF LK-ROUTE-TIER = '2'
                 AND WS-BEST-TIER2 NOT = SPACES
                 MOVE WS-BEST-TIER2 TO LK-ROUTE-CONTACT
              ELSE
                 MOVE WS-BEST-TIER1 TO LK-ROUTE-CONTACT
              END-IF
              MOVE '00' TO LK-ROUTE-STATUS
           ELSE
              MOVE WS-DEFAULT-CONTACT TO LK-ROUTE-CONTACT
              MOVE '04' TO LK-ROUTE-STATUS
           END-IF.

           GOBACK.

      *    One roster entry: does its pattern take this job, does its
      *    date range and shift cover the page, and is it more
      *    specific (or, equally specific, more recent) than the best
      *    entry so far.
       200-CHECK-ENTRY.
           PERFORM 210-MATCH-PATTERN.
           IF WS-COVERS = 'Y'
              PERFORM 220-CHECK-DATES
           END-IF.
           IF WS-COVERS = 'Y'
              PERFORM 230-CHECK-SHIFT
           END-IF.
           IF WS-COVERS = 'Y'
              IF WS-BEST-FOUND = 'N'
                 OR WS-SPECIFICITY > WS-BEST-SPECIFICITY
                 OR (WS-SPECIFICITY = WS-BEST-SPECIFICITY
                    AND CD-ONC-FROM-DATE > WS-BEST-FROM-DATE)
                 MOVE 'Y' TO WS-BEST-FOUND
                 MOVE WS-SPECIFICITY TO WS-BEST-SPECIFICITY
                 MOVE CD-ONC-FROM-DATE TO WS-BEST-FROM-DATE
                 MOVE CD-ONC-TIER1-CONTACT TO WS-BEST-TIER1
                 MOVE CD-ONC-TIER2-CONTACT TO WS-BEST-TIER2
              END-IF
           END-IF.

       210-MATCH-PATTERN.
           MOVE 'N' TO WS-COVERS.
           MOVE ZERO TO WS-STAR-POS.
           INSPECT CD-ONC-JOB-PATTERN TALLYING WS-STAR-POS
              FOR CHARACTERS BEFORE INITIAL '*'.
           IF WS-STAR-POS >= 20
              IF CD-ONC-JOB-PATTERN = LK-ROUTE-JOB-NAME
                 MOVE 'Y' TO WS-COVERS
                 MOVE 21 TO WS-SPECIFICITY
              END-IF
           ELSE
              IF WS-STAR-POS = 0
                 MOVE 'Y' TO WS-COVERS
                 MOVE ZERO TO WS-SPECIFICITY
              ELSE
                 IF CD-ONC-JOB-PATTERN(1:WS-STAR-POS)
                    = LK-ROUTE-JOB-NAME(1:WS-STAR-POS)
                    MOVE 'Y' TO WS-COVERS
                    MOVE WS-STAR-POS TO WS-SPECIFICITY
                 END-IF
              END-IF
           END-IF.

       220-CHECK-DATES.
           IF WS-PAGE-DATE < CD-ONC-FROM-DATE
              MOVE 'N' TO WS-COVERS
           END-IF.
           IF CD-ONC-TO-DATE NOT = SPACES
              AND WS-PAGE-DATE > CD-ONC-TO-DATE
              MOVE 'N' TO WS-COVERS
           END-IF.

      *    Shift end is exclusive; an end below the start wraps past
      *    midnight, and an end equal to the start is round the clock.
       230-CHECK-SHIFT.
           IF CD-ONC-SHIFT-START < CD-ONC-SHIFT-END
              IF WS-PAGE-TIME < CD-ONC-SHIFT-START
                 OR WS-PAGE-TIME NOT < CD-ONC-SHIFT-END
                 MOVE 'N' TO WS-COVERS
              END-IF
           ELSE
              IF CD-ONC-SHIFT-START > CD-ONC-SHIFT-END
                 IF WS-PAGE-TIME < CD-ONC-SHIFT-START
                    AND WS-PAGE-TIME NOT < CD-ONC-SHIFT-END
                    MOVE 'N' TO WS-COVERS
                 END-IF
              END-IF
           END-IF.
