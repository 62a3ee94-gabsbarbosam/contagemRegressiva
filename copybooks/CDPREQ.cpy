      * CDPREQ.cpy
      * Prerequisite-event arrival record, the inbound mirror image of
      * the CDFEED completion trigger: upstream jobs APPEND one record
      * to the CDPREQIN inbound file when the thing a countdown is
      * waiting for has actually happened (e.g. the vendor
      * transmission landed), and CDINEDIT posts it to CD-PREQ-FILE
      * once it passes the inbound edit (refused records go to the
      * CDSUSP suspense file instead).  A COUNTDOWN-CONTROL row naming
      * the event in CD-CTL-PREREQ-EVENT is held 'P'ending until both
      * its target datetime is due AND a matching arrival record is
      * present.
      ******************************************************************
       01  CD-PREQ-RECORD.
           05  CD-PREQ-EVENT-NAME     PIC X(20).
