      * tool is set up to pick it up; a real shop would swap the paging
      * CALL below for its actual paging gateway interface.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Maint: each page is now routed through CDROUTE to the tier-1
      * contact the CD-ONC-FILE on-call roster names for the job at
      * this moment, and that contact is stamped on the trigger
      * record and handed back to the caller, so the morning review
      * can say who was paged, not just that a page fired.  With no
      * roster entry the page still goes to the on-duty operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDALERT.

       WORKING-STORAGE SECTION.
           77  WS-ALERT-FILE-STATUS  PIC XX VALUE SPACES.
           77  WS-ALERT-DATETIME     PIC X(26) VALUE SPACES.
           77  WS-ROUTE-DATETIME     PIC X(14) VALUE SPACES.
           77  WS-ROUTE-TIER         PIC X(1) VALUE '1'.
           77  WS-ROUTE-STATUS       PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
           01  LK-ALERT-JOB-NAME      PIC X(20).
           01  LK-ALERT-LABEL         PIC X(40).
           01  LK-ALERT-STATUS        PIC X(2).
      *        '00' = trigger record written, page dispatched
           01  LK-ALERT-CONTACT       PIC X(20).
      *        Returned: the contact the page was routed to.

       PROCEDURE DIVISION USING LK-ALERT-JOB-NAME, LK-ALERT-LABEL,
               LK-ALERT-STATUS, LK-ALERT-CONTACT.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-DATETIME.
           MOVE WS-ALERT-DATETIME(1:14) TO WS-ROUTE-DATETIME.
           CALL 'CDROUTE' USING LK-ALERT-JOB-NAME,
              WS-ROUTE-DATETIME, WS-ROUTE-TIER,
              LK-ALERT-CONTACT, WS-ROUTE-STATUS.

           OPEN EXTEND CD-ALERT-FILE.
           IF WS-ALERT-FILE-STATUS NOT = '00'
              OPEN OUTPUT CD-ALERT-FILE

           MOVE LK-ALERT-JOB-NAME TO CD-ALERT-JOB-NAME
           MOVE LK-ALERT-LABEL TO CD-ALERT-LABEL
           MOVE WS-ALERT-DATETIME TO CD-ALERT-TIMESTAMP
           MOVE LK-ALERT-CONTACT TO CD-ALERT-CONTACT
           WRITE CD-ALERT-RECORD.

           CLOSE CD-ALERT-FILE.

           DISPLAY 'CDALERT: paging '
              FUNCTION TRIM(LK-ALERT-CONTACT) ' - countdown ['
              FUNCTION TRIM(LK-ALERT-JOB-NAME) '] has finished.'

           MOVE '00' TO LK-ALERT-STATUS.
