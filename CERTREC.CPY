      *****************************************************************
      * Results certification record layout, appended to              *
      * RESULTS-CERTIFICATION.DAT. COPY CERTREC. under an FD. One     *
      * record per event in a nightly run's release life, keyed by    *
      * the run-id: AOCCERT files HELD or CERTIFIED (CR-USER AUTO     *
      * when the rule-based auto-certify decided it), an operator's   *
      * manual certification is CERTIFIED under the operator's id,    *
      * OVERDUE marks a run still held past its release deadline      *
      * (alerted once), and AOCXTRC files RELEASED when the extract   *
      * goes out. The last record for a run-id is its current state.  *
      * CR-BASIS says why: the checks that held the run, or what the  *
      * certification rested on.                                      *
      *****************************************************************
       01  CERTIFICATION-RECORD.
           05  CR-RUN-ID           PIC X(14).
           05  CR-BUSDATE          PIC X(8).
           05  CR-STATUS           PIC X(10).
           05  CR-USER             PIC X(8).
           05  CR-STAMP            PIC X(14).
           05  CR-BASIS            PIC X(60).
