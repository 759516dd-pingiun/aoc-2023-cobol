      *****************************************************************
      * Outbound notification queue record layout, appended to        *
      * NOTIFY-QUEUE.DAT by AOCNOTE for the mail/pager gateway to     *
      * collect and send. COPY NOTIFYQ. under an FD. One formatted    *
      * message per record, addressed to one on-call contact; the     *
      * notification number ties it to its NOTIFY-LOG.DAT entry.      *
      * NQ-LEVEL is NOTIFY for the first message about an item and    *
      * ESCALATE for the re-notification of a CRITICAL item nobody    *
      * has acknowledged.                                             *
      *****************************************************************
       01  NOTIFY-QUEUE-RECORD.
           05  NQ-NOTIFY-NO        PIC 9(6).
           05  NQ-STAMP            PIC X(14).
           05  NQ-LEVEL            PIC X(8).
           05  NQ-SEVERITY         PIC X(8).
           05  NQ-CONTACT          PIC X(28).
           05  NQ-TEXT             PIC X(120).
