      * the original run's TOTAL current by (zero when the corrected  *
      * line was still bad, disqualified, or skipped), graded by      *
      * ADJ-STATUS. AOCRPT folds the per-program amounts into its     *
      * adjusted-total column. ADJ-REJECT-GEN and ADJ-REJECT-LINE     *
      * carry the worked reject's own input generation and feed line, *
      * so the reject inventory can mark it corrected; both are blank *
      * on adjustments that did not come from a reject.               *
      * ADJ-ORIG-RUN-ID is the run the adjustment corrects (the       *
      * worked reject's own run). Once that run's business date       *
      * falls in a period AOCCLOSE has closed, the adjustment posts   *
      * into the open period instead: ADJ-RUN-DATE is never inside a  *
      * closed period, ADJ-POSTING reads PRIOR and ADJ-ORIG-PERIOD    *
      * names the closed period the corrected run belongs to          *
      * (PERPOSTW.CPY).                                               *
      *****************************************************************
       01  ADJUSTMENT-RECORD.
           05  ADJ-PROGRAM-ID      PIC X(8).
           05  ADJ-ORIG-REASON     PIC X(30).
           05  ADJ-RUN-ID          PIC X(14).
           05  ADJ-INPUT-GEN       PIC X(5).
           05  ADJ-REJECT-GEN      PIC X(5).
           05  ADJ-REJECT-LINE     PIC 9(9).
           05  ADJ-ORIG-RUN-ID     PIC X(14).
           05  ADJ-POSTING         PIC X(8).
           05  ADJ-ORIG-PERIOD     PIC X(6).
