      *****************************************************************
      * Input-feed profile record layout, appended to                 *
      * FEED-PROFILE.DAT by the AOCPROF profiling step. COPY FEEDPRF. *
      * under an FD. One record per measure per input generation,     *
      * keyed by base and generation: the line count, the line-length *
      * distribution and the feed's own measures (draws per game,     *
      * winning numbers per card, symbol mix, map entries per block   *
      * and so on), each with the rolling profile of the generations  *
      * before it, the drift from that as a percentage and the grade  *
      * the base's tolerance gave it. A generation profiled again     *
      * re-appends its measures, the last record per base,            *
      * generation and measure winning.                               *
      *****************************************************************
       01  FEED-PROFILE-RECORD.
           05  FP-BASE             PIC X(8).
           05  FP-GENERATION       PIC X(5).
           05  FP-MEASURE          PIC X(12).
           05  FP-VALUE            PIC 9(9)V99.
           05  FP-ROLLING          PIC 9(9)V99.
           05  FP-HISTORY          PIC 9(3).
           05  FP-DRIFT-PCT        PIC 9(5).
           05  FP-GRADE            PIC X(8).
           05  FP-STAMP            PIC X(14).
