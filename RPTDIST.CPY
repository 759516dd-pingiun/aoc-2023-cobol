      *****************************************************************
      * Report-distribution record layout, one line per recipient of a*
      * report, catalogued in REPORT-DISTRIBUTION.DAT. COPY RPTDIST.  *
      * under an FD. When a report is filed into the repository, a    *
      * copy is routed to the output queue RD-OUTQ of every recipient *
      * listed for its report id, and of every recipient listed under *
      * a report id of "*", which receives every report. The queues   *
      * are directories under OUTQ/. The list is a change-controlled  *
      * parameter dataset, maintained through AOCCHG (key: report id  *
      * and recipient).                                               *
      *****************************************************************
       01  REPORT-DISTRIBUTION-RECORD.
           05  RD-REPORT-ID        PIC X(8).
           05  RD-RECIPIENT        PIC X(8).
           05  RD-OUTQ             PIC X(8).
           05  RD-DESCRIPTION      PIC X(30).
