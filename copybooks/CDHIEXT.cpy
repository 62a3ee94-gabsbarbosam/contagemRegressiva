      ******************************************************************
      * CDHIEXT.cpy
      * Audit extract written by CDHIST alongside the dispute pack:
      * one fixed-layout record per line of evidence, so audit can
      * keep the history of a disputed run without the report.
      * Record types, in the order they are written:
      *   'H' the inquiry - job name (or prefix), match in SOURCE
      *       ('EXACT'/'PREFIX'), FROM date in TIMESTAMP(1:8), THRU
      *       date in END-TIMESTAMP(1:8), produced-at in DETAIL(1:26)
      *   'G' a span of the range no file supplied covers - FROM in
      *       TIMESTAMP(1:8), THRU in END-TIMESTAMP(1:8), why in
      *       DETAIL
      *   'R' one run - start and end stamps, OUTCOME in EVENT,
      *       elapsed seconds, resume and hold counts, label in
      *       DETAIL
      *   'E' one event, in time order - stamp as recorded, its UTC
      *       equivalent, the file it came from (ONLINE, ARCHIVE,
      *       SUMMARY, CHANGE, COMMAND) and what it was
      ******************************************************************
       01  CD-HIEXT-RECORD.
           05  CD-HIEXT-REC-TYPE       PIC X(1).
           05  CD-HIEXT-JOB-NAME       PIC X(20).
           05  CD-HIEXT-TIMESTAMP      PIC X(26).
           05  CD-HIEXT-UTC            PIC X(14).
           05  CD-HIEXT-SOURCE         PIC X(8).
           05  CD-HIEXT-EVENT          PIC X(12).
           05  CD-HIEXT-USER-ID        PIC X(8).
           05  CD-HIEXT-COUNTER        PIC 9(4).
           05  CD-HIEXT-UNIT           PIC X(7).
           05  CD-HIEXT-END-TIMESTAMP  PIC X(26).
           05  CD-HIEXT-ELAPSED-SEC    PIC 9(8).
           05  CD-HIEXT-RESUME-COUNT   PIC 9(4).
           05  CD-HIEXT-HOLD-COUNT     PIC 9(4).
           05  CD-HIEXT-DETAIL         PIC X(60).
