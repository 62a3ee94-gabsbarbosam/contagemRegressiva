      ******************************************************************
      * CDSLATRN.cpy
      * Maintenance transaction record for CDSLAMNT: one add, update
      * or delete against the SLA commitment master.
      ******************************************************************
       01  CD-SLATRN-RECORD.
           05  CD-SLATRN-ACTION        PIC X(1).
      *        'A' = add, 'U' = update, 'D' = delete
           05  CD-SLATRN-JOB-NAME      PIC X(20).
           05  CD-SLATRN-OWNER         PIC X(20).
           05  CD-SLATRN-FINISH-BY     PIC X(6).
           05  CD-SLATRN-MAX-ELAPSED-SEC PIC X(8).
           05  CD-SLATRN-TARGET-PCT    PIC X(5).
      *        Same layout as CD-SLA-TARGET-PCT (9(3)V99); kept
      *        alphanumeric here so a keying error rejects instead
      *        of loading garbage.
