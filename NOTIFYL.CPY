      *****************************************************************
      * Notification log record layout, appended to NOTIFY-LOG.DAT by *
      * AOCNOTE. COPY NOTIFYL. under an FD. One record per message    *
      * queued for the gateway, tied back to what caused it:          *
      *   ALERT  key is the alert's program/date/metric (AOCALRT)     *
      *   STEP   key is the business date, step and program of the    *
      *          failed step's run-control record                     *
      *   XMIT   key is the run-id of the overdue warehouse extract   *
      * with the run-id of the run concerned where there is one. The  *
      * log is how AOCNOTE knows an item was already notified, and    *
      * when, so each item is notified once and escalated once.       *
      *****************************************************************
       01  NOTIFY-LOG-RECORD.
           05  NL-NOTIFY-NO        PIC 9(6).
           05  NL-STAMP            PIC X(14).
           05  NL-LEVEL            PIC X(8).
           05  NL-SOURCE           PIC X(6).
           05  NL-SOURCE-KEY       PIC X(28).
           05  NL-RUN-ID           PIC X(14).
           05  NL-SEVERITY         PIC X(8).
           05  NL-CONTACT          PIC X(28).
           05  NL-TEXT             PIC X(80).
