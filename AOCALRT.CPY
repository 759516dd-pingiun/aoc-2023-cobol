      * Severity-graded operations alert record layout, appended to   *
      * OPERATIONS-ALERTS.DAT by the AOCALERT monitoring step. COPY   *
      * AOCALRT. under an FD. One record per threshold breached:      *
      * which program, which metric (REJECT-RATE or COUNT-SWING, or   *
      * the monitored field's name when the AOCHEAD headroom step     *
      * raised it), the observed percentage and the threshold it      *
      * crossed.                                                      *
      *****************************************************************
       01  ALERT-RECORD.
           05  ALR-PROGRAM-ID      PIC X(8).
