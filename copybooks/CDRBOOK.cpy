      ******************************************************************
      * CDRBOOK.cpy
      * Run-book template record - one step of a named run book (the
      * cutover-weekend or quarter-end countdown sequence the desk
      * re-uses), in step order within the book.  CDRUNBK turns a
      * book into a set of CD-CTLTRN-RECORD adds for a given base
      * datetime and job-name suffix: each step's job name is its
      * stem plus the suffix, its target is the base plus its offset,
      * and its successor stem is re-pointed at the suffixed job
      * generated for that step.
      ******************************************************************
       01  CD-RB-RECORD.
           05  CD-RB-BOOK-NAME         PIC X(12).
           05  CD-RB-STEP-SEQ          PIC 9(3).
           05  CD-RB-STEP-STEM         PIC X(12).
      *        Job name stem; the generated job is stem + suffix.
           05  CD-RB-OFFSET-SIGN       PIC X(1).
      *        '+' (or space) = after the base, '-' = before it.
           05  CD-RB-OFFSET-MIN        PIC 9(5).
      *        Minutes from the base datetime to this step's target.
           05  CD-RB-START-VALUE       PIC 9(4).
           05  CD-RB-DECREMENT         PIC 9(4).
           05  CD-RB-UNIT              PIC X(7).
           05  CD-RB-ALERT-FLAG        PIC X(1).
           05  CD-RB-LABEL             PIC X(40).
           05  CD-RB-PREREQ-EVENT      PIC X(20).
      *        Upstream arrival event, carried as keyed; spaces =
      *        none.
           05  CD-RB-SUCCESSOR-STEM    PIC X(12).
      *        Stem of the step this one releases - must be another
      *        step of the same book; spaces = none.
