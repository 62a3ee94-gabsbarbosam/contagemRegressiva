      *        '1' = re-page of the original contact
      *        '2' = escalated to the second contact tier
           05  CD-ESC-TIMESTAMP       PIC X(26).
           05  CD-ESC-CONTACT         PIC X(20).
      *        Contact this re-page or escalation went to, from the
      *        on-call roster via CDROUTE for the tier and moment.
