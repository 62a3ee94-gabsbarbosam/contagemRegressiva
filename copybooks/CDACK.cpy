      ******************************************************************
      * CDACK.cpy
      * Operator acknowledgement record for an outstanding alert:
      * appended to the CDACKIN inbound file (by the desk's ack
      * procedure) when a human has actually seen and responded to a
      * CD-ALERT-RECORD, and posted to CD-ACK-FILE by CDINEDIT once it
      * passes the inbound edit (refused acks go to CDSUSP instead).
      * An alert is identified by its job name plus the alert
      * timestamp, the same pair CDALERT wrote; the who and when of
      * the response ride along so the shift log can prove a page was
