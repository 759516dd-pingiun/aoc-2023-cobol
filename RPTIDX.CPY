      *****************************************************************
      * Report-repository index record layout, one line per event on a*
      * filed report, appended to REPORT-INDEX.DAT. COPY RPTIDX. under*
      * an FD. Every report a step prints is filed into the repository*
      * by RPTLIB.sh as REPORTS/<business date>/<report>.<run-id>.RPT,*
      * the image exactly as the program wrote it, and indexed here   *
      * under its report id, business date and run-id with its page   *
      * and line counts:                                              *
      *                                                               *
      *   RX-EVENT FILED      the report was filed as RX-MEMBER       *
      *            ROUTED     a copy went to output queue RX-OUTQ for *
      *                       recipient RX-RECIPIENT, as listed in    *
      *                       REPORT-DISTRIBUTION.DAT                 *
      *            REPRINTED  the stored image was reprinted, to the  *
      *                       job log or to output queue RX-OUTQ      *
      *            EXPIRED    the image passed its retention and was  *
      *                       removed from the repository             *
      *                                                               *
      * A report's state is its last FILED or EXPIRED line per report *
      * id and run-id; the ROUTED and REPRINTED lines are its         *
      * distribution history. The file is append-only.                *
      *****************************************************************
       01  REPORT-INDEX-RECORD.
           05  RX-REPORT-ID        PIC X(8).
           05  RX-BUSINESS-DATE    PIC X(8).
           05  RX-RUN-ID           PIC X(14).
           05  RX-EVENT            PIC X(10).
           05  RX-PAGE-COUNT       PIC 9(5).
           05  RX-LINE-COUNT       PIC 9(7).
           05  RX-DATASET          PIC X(30).
           05  RX-PROGRAM-ID       PIC X(8).
           05  RX-RECIPIENT        PIC X(8).
           05  RX-OUTQ             PIC X(8).
           05  RX-STAMP            PIC X(14).
           05  RX-OPERATOR         PIC X(8).
           05  RX-MEMBER           PIC X(60).
