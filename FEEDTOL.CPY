      *****************************************************************
      * Feed drift tolerance record layout, one line per base and     *
      * measure, catalogued in FEED-TOLERANCE.DAT. COPY FEEDTOL.      *
      * under an FD. A measure of a new input generation drifting     *
      * from its base's rolling profile by more than FT-WARN-PCT is a *
      * WARNING and by more than FT-CRIT-PCT a CRITICAL. An asterisk  *
      * base sets the tolerance for a measure on every base; a line   *
      * naming the base beats it, and on a tie the later line wins. A *
      * zero percentage disables that grade. The tolerances are a     *
      * change-controlled parameter dataset, maintained through       *
      * AOCCHG.                                                       *
      *****************************************************************
       01  FEED-TOLERANCE-RECORD.
           05  FT-BASE             PIC X(8).
           05  FT-MEASURE          PIC X(12).
           05  FT-WARN-PCT         PIC 9(3).
           05  FT-CRIT-PCT         PIC 9(3).
