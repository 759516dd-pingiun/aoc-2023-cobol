      ******************************************************************
      * Advent of Code 2023, input-feed profile and drift check        *
      *                                                                *
      * AOCFDIFF says which lines of a feed changed; this step says    *
      * whether the feed's character has. Run by NEWGEN.sh as each     *
      * generation is catalogued, it profiles the generation and       *
      * appends the profile to FEED-PROFILE.DAT (FEEDPRF.CPY), keyed   *
      * by base and generation:                                        *
      *                                                                *
      *   every base  LINES, BLANK-LINES, and the line-length          *
      *               distribution LEN-MIN, LEN-MAX, LEN-MEAN and      *
      *               LEN-STDDEV                                       *
      *   DAY1        DIGITS-LINE, WORDS-LINE (digits and spelled-out  *
      *               digit words per line)                            *
      *   DAY2        DRAWS-GAME, ENTRIES-GAME (draws, and colour      *
      *               entries, per game)                               *
      *   DAY3        SYMBOLS, SYMBOL-KINDS (distinct symbols),        *
      *               NUMBERS, GEAR-STARS                              *
      *   DAY4        WIN-NUMBERS, HAVE-NUMBERS (per card)             *
      *   DAY5        SEEDS, MAP-BLOCKS, MAP-ENTRIES (per block)       *
      *   DAY7        BID-MEAN, JACKS-HAND                             *
      *                                                                *
      * Each measure is set against the rolling profile of the base:   *
      * its mean over the ROLLING-GENS generations catalogued before   *
      * this one (default 5, tunable in AOC-TUNING.DAT). A drift past  *
      * the base's tolerance for the measure in FEED-TOLERANCE.DAT     *
      * (FEEDTOL.CPY; WARN-PCT 25 and CRIT-PCT 50 in AOC-TUNING.DAT    *
      * where it names none) raises a WARNING or CRITICAL in           *
      * OPERATIONS-ALERTS.DAT against the base, with the measure as    *
      * the metric and the generation as the input generation. A       *
      * CRITICAL holds AOCCERT certification until it is acknowledged  *
      * through AOCACK, so a structurally odd feed is questioned       *
      * before its totals are published; a drift acknowledged with an  *
      * open disposition is not alerted again. The profile and its     *
      * drift are printed in FEED-DRIFT.RPT, and any drift alerted     *
      * ends the step RC=4. The first generation profiled for a base   *
      * is its baseline and is not graded.                             *
      *                                                                *
      * Arguments: <BASE> <GENERATION> [<FILE>], the file defaulting   *
      * to the catalogued <BASE>.DAT.<GENERATION>. Run through the     *
      * standalone wrapper to profile a generation again:              *
      *   ./AOCRUN.sh AOCPROF "DAY2 G0003"                             *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> POINTED AT THE GENERATION BEING PROFILED
           SELECT FEED-FILE
           ASSIGN TO "PRFIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.
           SELECT PROFILE-FILE
           ASSIGN TO "FEED-PROFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.
           SELECT TOLERANCE-FILE
           ASSIGN TO "FEED-TOLERANCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TOLERANCE-STATUS.
           SELECT TUNING-FILE
           ASSIGN TO "AOC-TUNING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TUNING-STATUS.
           SELECT ALERT-FILE
           ASSIGN TO "OPERATIONS-ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.
           SELECT ACK-FILE
           ASSIGN TO "ALERT-ACKS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
           SELECT REPORT-FILE
           ASSIGN TO "FEED-DRIFT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE
           RECORD VARYING FROM 1 TO 256 CHARACTERS.
       01  FEED-RECORD         PIC X(256).
       FD PROFILE-FILE.
           COPY FEEDPRF.
       FD TOLERANCE-FILE.
           COPY FEEDTOL.
       FD TUNING-FILE.
           COPY TUNPARM.
       FD ALERT-FILE.
           COPY AOCALRT.
       FD ACK-FILE.
           COPY AOCACKR.
       FD REPORT-FILE.
       01  REPORT-RECORD       PIC X(100).
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
           COPY AOCLOGC.
       01  WS-FEED-STATUS      PIC 9(2).
       01  WS-PROFILE-STATUS   PIC 9(2).
       01  WS-TOLERANCE-STATUS PIC 9(2).
       01  WS-TUNING-STATUS    PIC 9(2).
       01  WS-ALERT-STATUS     PIC 9(2).
       01  WS-ACK-STATUS       PIC 9(2).
       01  WS-REPORT-STATUS    PIC 9(2).
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-STAMP            PIC X(14).
      *> COMMAND-LINE ARGUMENTS: BASE, GENERATION AND OPTIONAL FILE
       01  WS-ARGUMENTS        PIC X(140).
       01  WS-BASE             PIC X(8).
       01  WS-GENERATION       PIC X(5).
       01  WS-FEED-PATH        PIC X(100).
      *> ROLLING WINDOW AND DEFAULT TOLERANCES, OVERRIDDEN AT STARTUP
      *> BY ROLLING-GENS / WARN-PCT / CRIT-PCT RECORDS FOR THIS
      *> PROGRAM IN AOC-TUNING
       77  WS-ROLLING-GENS     PIC 9(3) VALUE 5.
       77  WS-WARN-PCT         PIC 9(3) VALUE 25.
       77  WS-CRIT-PCT         PIC 9(3) VALUE 50.
      *> EVERY MEASURE AND THE BASE IT IS TAKEN FOR; AN ASTERISK
      *> BASE IS TAKEN FOR EVERY FEED
       01  MEASURE-VALUES.
           05  FILLER          PIC X(20) VALUE "*       LINES".
           05  FILLER          PIC X(20) VALUE "*       BLANK-LINES".
           05  FILLER          PIC X(20) VALUE "*       LEN-MIN".
           05  FILLER          PIC X(20) VALUE "*       LEN-MAX".
           05  FILLER          PIC X(20) VALUE "*       LEN-MEAN".
           05  FILLER          PIC X(20) VALUE "*       LEN-STDDEV".
           05  FILLER          PIC X(20) VALUE "DAY1    DIGITS-LINE".
           05  FILLER          PIC X(20) VALUE "DAY1    WORDS-LINE".
           05  FILLER          PIC X(20) VALUE "DAY2    DRAWS-GAME".
           05  FILLER          PIC X(20) VALUE "DAY2    ENTRIES-GAME".
           05  FILLER          PIC X(20) VALUE "DAY3    SYMBOLS".
           05  FILLER          PIC X(20) VALUE "DAY3    SYMBOL-KINDS".
           05  FILLER          PIC X(20) VALUE "DAY3    NUMBERS".
           05  FILLER          PIC X(20) VALUE "DAY3    GEAR-STARS".
           05  FILLER          PIC X(20) VALUE "DAY4    WIN-NUMBERS".
           05  FILLER          PIC X(20) VALUE "DAY4    HAVE-NUMBERS".
           05  FILLER          PIC X(20) VALUE "DAY5    SEEDS".
           05  FILLER          PIC X(20) VALUE "DAY5    MAP-BLOCKS".
           05  FILLER          PIC X(20) VALUE "DAY5    MAP-ENTRIES".
           05  FILLER          PIC X(20) VALUE "DAY7    BID-MEAN".
           05  FILLER          PIC X(20) VALUE "DAY7    JACKS-HAND".
       01  MEASURE-TABLE REDEFINES MEASURE-VALUES.
           05  MEASURE-DEFINITION OCCURS 21 TIMES INDEXED BY MD.
               10  MD-BASE         PIC X(8).
               10  MD-NAME         PIC X(12).
      *> THE MEASURES TAKEN FOR THIS BASE, WITH THIS GENERATION'S
      *> VALUE, THE ROLLING PROFILE, THE DRIFT AND ITS GRADE
       01  WS-ACTIVE-COUNT     PIC 9(2) VALUE ZERO.
       01  ACTIVE-TABLE.
           05  ACTIVE-MEASURE  OCCURS 21 TIMES INDEXED BY AM.
               10  AM-NAME         PIC X(12).
               10  AM-VALUE        PIC 9(9)V99.
               10  AM-ROLL-SUM     PIC 9(11)V99.
               10  AM-ROLL-GENS    PIC 9(3).
               10  AM-ROLLING      PIC 9(9)V99.
               10  AM-DRIFT-PCT    PIC 9(5).
               10  AM-WARN-PCT     PIC 9(3).
               10  AM-CRIT-PCT     PIC 9(3).
               10  AM-TOL-LEVEL    PIC 9.
               10  AM-GRADE        PIC X(8).
               10  AM-SUPPRESSED   PIC X.
      *> THE PROFILES ALREADY ON FILE FOR THIS BASE'S EARLIER
      *> GENERATIONS, FOLDED LAST-WINS PER GENERATION AND MEASURE
       01  WS-PRIOR-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-MAX-PRIOR        PIC 9(4) VALUE 3000.
       01  PRIOR-TABLE.
           05  PRIOR-ENTRY     OCCURS 3000 TIMES INDEXED BY PV.
               10  PV-GENERATION   PIC X(5).
               10  PV-MEASURE      PIC X(12).
               10  PV-VALUE        PIC 9(9)V99.
       01  WS-PRIOR-FOUND      PIC X.
      *> THE WINDOW: THE NEWEST ROLLING-GENS EARLIER GENERATIONS
       01  WS-WINDOW-GENS      PIC 9(3) VALUE ZERO.
       01  WS-WINDOW-FIRST     PIC X(5) VALUE SPACES.
       01  WS-WINDOW-LAST      PIC X(5) VALUE SPACES.
       01  WS-WINDOW-NEXT      PIC X(5).
       01  WS-WINDOW-CEILING   PIC X(5).
      *> ONE LINE OF THE FEED AS IT IS SCANNED
       01  WS-LINE-LENGTH      PIC 9(3).
       01  WS-CHAR-POS         PIC 9(3).
       01  WS-CHAR             PIC X.
       01  WS-CHAR-CODE        PIC 9(3).
       01  WS-PREV-DIGIT       PIC X.
       01  WS-COLON-SEEN       PIC X.
       01  WS-BAR-SEEN         PIC X.
       01  WS-LN-DIGITS        PIC 9(3).
       01  WS-LN-RUNS          PIC 9(3).
       01  WS-LN-WIN-RUNS      PIC 9(3).
       01  WS-LN-HAVE-RUNS     PIC 9(3).
       01  WS-LN-SEMIS         PIC 9(3).
       01  WS-LN-COMMAS        PIC 9(3).
       01  WS-LN-SYMBOLS       PIC 9(3).
       01  WS-LN-STARS         PIC 9(3).
       01  WS-LN-WORDS         PIC 9(3).
       01  WS-LN-JACKS         PIC 9(1).
       01  WS-LN-MAPS          PIC 9(1).
       01  WS-SYMBOL-TABLE.
           05  WS-SYMBOL-SEEN  PIC X OCCURS 256 TIMES.
      *> THE FEED'S TALLIES
       01  WS-LINES            PIC 9(9) VALUE ZERO.
       01  WS-BLANK-LINES      PIC 9(9) VALUE ZERO.
       01  WS-TEXT-LINES       PIC 9(9) VALUE ZERO.
       01  WS-LEN-MIN          PIC 9(3) VALUE 999.
       01  WS-LEN-MAX          PIC 9(3) VALUE ZERO.
       01  WS-LEN-SUM          PIC 9(12) VALUE ZERO.
       01  WS-LEN-SUMSQ        PIC 9(15) VALUE ZERO.
       01  WS-DIGITS           PIC 9(12) VALUE ZERO.
       01  WS-WORDS            PIC 9(12) VALUE ZERO.
       01  WS-GAMES            PIC 9(9) VALUE ZERO.
       01  WS-DRAWS            PIC 9(12) VALUE ZERO.
       01  WS-ENTRIES          PIC 9(12) VALUE ZERO.
       01  WS-SYMBOLS          PIC 9(12) VALUE ZERO.
       01  WS-SYMBOL-KINDS     PIC 9(3) VALUE ZERO.
       01  WS-NUMBERS          PIC 9(12) VALUE ZERO.
       01  WS-STARS            PIC 9(12) VALUE ZERO.
       01  WS-CARDS            PIC 9(9) VALUE ZERO.
       01  WS-WIN-NUMBERS      PIC 9(12) VALUE ZERO.
       01  WS-HAVE-NUMBERS     PIC 9(12) VALUE ZERO.
       01  WS-SEEDS            PIC 9(9) VALUE ZERO.
       01  WS-MAP-BLOCKS       PIC 9(9) VALUE ZERO.
       01  WS-MAP-ENTRIES      PIC 9(12) VALUE ZERO.
       01  WS-HANDS            PIC 9(9) VALUE ZERO.
       01  WS-BID-SUM          PIC 9(15) VALUE ZERO.
       01  WS-JACKS            PIC 9(12) VALUE ZERO.
      *> A MEAN IS WS-NUMERATOR / WS-DENOMINATOR, ZERO OVER NOTHING
       01  WS-NUMERATOR        PIC 9(15)V99.
       01  WS-DENOMINATOR      PIC 9(12).
       01  WS-QUOTIENT         PIC 9(9)V99.
       01  WS-LEN-MEAN         PIC 9(9)V9(6).
       01  WS-LEN-VARIANCE     PIC S9(12)V9(6).
       01  WS-DIFFERENCE       PIC 9(11)V99.
       01  WS-DRIFT            PIC 9(9).
      *> BREACHES ACKNOWLEDGED WITH AN OPEN DISPOSITION THROUGH THE
      *> AOCACK WORKBENCH, KEYED BY BASE AND MEASURE AS THEY ARE
      *> ALERTED
       01  WS-SUPPRESS-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-MAX-SUPPRESS     PIC 9(4) VALUE 100.
       01  SUPPRESS-TABLE.
           05  SUPPRESS-ENTRY  OCCURS 100 TIMES INDEXED BY SP.
               10  SP-PROGRAM-ID   PIC X(8).
               10  SP-METRIC       PIC X(12).
               10  SP-OPEN-ACK     PIC X.
       01  WS-SUPPRESS-FOUND   PIC X.
      *> STEP CENSUS
       01  WS-WARNING-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-CRITICAL-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT PIC 9(4) VALUE ZERO.
      *> REPORT LINES
       01  RPT-TITLE-LINE.
           05  FILLER          PIC X(31)
               VALUE "FEED PROFILE AND DRIFT REPORT".
           05  FILLER          PIC X(10) VALUE "PROFILED ".
           05  RT-STAMP        PIC X(14).
       01  RPT-FEED-LINE.
           05  FILLER          PIC X(5) VALUE "BASE ".
           05  RF-BASE         PIC X(9).
           05  FILLER          PIC X(11) VALUE "GENERATION ".
           05  RF-GENERATION   PIC X(7).
           05  FILLER          PIC X(5) VALUE "FILE ".
           05  RF-PATH         PIC X(60).
       01  RPT-WINDOW-LINE.
           05  FILLER          PIC X(17) VALUE "ROLLING PROFILE: ".
           05  RW-GENS         PIC ZZ9.
           05  FILLER          PIC X(25)
               VALUE " PRIOR GENERATION(S), ".
           05  RW-FIRST        PIC X(5).
           05  FILLER          PIC X(4) VALUE " TO ".
           05  RW-LAST         PIC X(5).
       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(14) VALUE "MEASURE".
           05  FILLER          PIC X(16) VALUE " THIS GENERATION".
           05  FILLER          PIC X(16) VALUE "         ROLLING".
           05  FILLER          PIC X(8)  VALUE "  DRIFT%".
           05  FILLER          PIC X(7)  VALUE "  WARN%".
           05  FILLER          PIC X(7)  VALUE "  CRIT%".
           05  FILLER          PIC X(10) VALUE "  GRADE".
       01  RPT-DETAIL-LINE.
           05  RD-MEASURE      PIC X(14).
           05  RD-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RD-ROLLING      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RD-DRIFT        PIC ZZ,ZZ9.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RD-WARN         PIC ZZ9.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RD-CRIT         PIC ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RD-GRADE        PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RD-NOTE         PIC X(20).
       01  RPT-SUMMARY-LINE.
           05  RS-MEASURES     PIC Z9.
           05  FILLER          PIC X(13) VALUE " MEASURE(S), ".
           05  RS-WARNINGS     PIC ZZZ9.
           05  FILLER          PIC X(12) VALUE " WARNING(S),".
           05  RS-CRITICAL     PIC ZZZ9.
           05  FILLER          PIC X(11) VALUE " CRITICAL, ".
           05  RS-SUPPRESSED   PIC ZZZ9.
           05  FILLER          PIC X(24)
               VALUE " ALREADY ACKNOWLEDGED".
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCPROF" TO WS-LOG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           PERFORM PARSE-ARGUMENTS.
           PERFORM LOAD-TUNING.
           PERFORM SELECT-MEASURES.

           MOVE ALL 'N' TO WS-SYMBOL-TABLE.
           DISPLAY "DD_PRFIN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-FEED-PATH UPON ENVIRONMENT-VALUE.
           OPEN INPUT FEED-FILE.
           MOVE WS-FEED-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM PROFILE-LINE UNTIL WS-FEED-STATUS = 10.
           CLOSE FEED-FILE.
           PERFORM SET-MEASURE-VALUE VARYING AM FROM 1 BY 1
             UNTIL AM > WS-ACTIVE-COUNT.

           PERFORM LOAD-PRIOR-PROFILES.
           PERFORM SET-ROLLING-WINDOW.
           PERFORM LOAD-TOLERANCES.
           PERFORM LOAD-SUPPRESSIONS.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM WRITE-REPORT-HEADING.

           OPEN EXTEND PROFILE-FILE.
           IF WS-PROFILE-STATUS = 35
             OPEN OUTPUT PROFILE-FILE
           END-IF.
           MOVE WS-PROFILE-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM GRADE-MEASURE VARYING AM FROM 1 BY 1
             UNTIL AM > WS-ACTIVE-COUNT.
           CLOSE PROFILE-FILE.

           MOVE WS-ACTIVE-COUNT TO RS-MEASURES.
           MOVE WS-WARNING-COUNT TO RS-WARNINGS.
           MOVE WS-CRITICAL-COUNT TO RS-CRITICAL.
           MOVE WS-SUPPRESSED-COUNT TO RS-SUPPRESSED.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

           DISPLAY "PROFILED " WS-BASE " " WS-GENERATION ": "
             WS-LINES " LINE(S), " WS-ACTIVE-COUNT " MEASURE(S), "
             WS-WARNING-COUNT " WARNING(S), " WS-CRITICAL-COUNT
             " CRITICAL".
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "PROFILE " DELIMITED BY SIZE
             WS-BASE DELIMITED BY SPACE
             " " WS-GENERATION " MEASURES " WS-ACTIVE-COUNT
             " WARNING " WS-WARNING-COUNT
             " CRITICAL " WS-CRITICAL-COUNT
             " SUPPRESSED " WS-SUPPRESSED-COUNT
             DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           PERFORM WRITE-RUN-LOG.
           IF WS-WARNING-COUNT NOT = ZERO
             OR WS-CRITICAL-COUNT NOT = ZERO
             DISPLAY "*** " WS-BASE " " WS-GENERATION
               " HAS DRIFTED FROM ITS ROLLING PROFILE, "
               "SEE FEED-DRIFT.RPT ***"
             MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

           COPY FILEERR.

           COPY AOCLOGW.

      *> THE BASE AND GENERATION COME IN AS COMMAND-LINE ARGUMENTS;
      *> WITHOUT A FILE THE CATALOGUED GENERATION IS PROFILED
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           MOVE SPACES TO WS-FEED-PATH.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-BASE
                  WS-GENERATION
                  WS-FEED-PATH
           END-UNSTRING.
           IF WS-BASE = SPACES OR WS-GENERATION = SPACES
             DISPLAY "USAGE: AOCPROF <BASE> <GENERATION> [<FILE>]"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-FEED-PATH = SPACES
             STRING WS-BASE DELIMITED BY SPACE
               ".DAT." DELIMITED BY SIZE
               WS-GENERATION DELIMITED BY SPACE
               INTO WS-FEED-PATH
           END-IF.
       .
      *> READ THE RUNTIME TUNING PARAMETER CARD THE WAY AOCHEAD DOES
       LOAD-TUNING.
           OPEN INPUT TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 35
             MOVE WS-TUNING-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-TUNING-RECORD UNTIL WS-TUNING-STATUS = 10
             CLOSE TUNING-FILE
           END-IF
           DISPLAY "TUNING: ROLLING-GENS " WS-ROLLING-GENS
             " WARN-PCT " WS-WARN-PCT " CRIT-PCT " WS-CRIT-PCT.
       .
       READ-TUNING-RECORD.
           READ TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 10
             AND TUN-PROGRAM-ID = "AOCPROF"
             AND TUN-VALUE NOT = ZERO
             IF TUN-VALUE > 999
               DISPLAY "TUNING: " TUN-KEYWORD " " TUN-VALUE
                 " EXCEEDS 999, DEFAULT KEPT"
             ELSE
               IF TUN-KEYWORD = "ROLLING-GENS"
                 MOVE TUN-VALUE TO WS-ROLLING-GENS
               END-IF
               IF TUN-KEYWORD = "WARN-PCT"
                 MOVE TUN-VALUE TO WS-WARN-PCT
               END-IF
               IF TUN-KEYWORD = "CRIT-PCT"
                 MOVE TUN-VALUE TO WS-CRIT-PCT
               END-IF
             END-IF
           END-IF
       .
       SELECT-MEASURES.
           PERFORM SELECT-MEASURE VARYING MD FROM 1 BY 1
             UNTIL MD > 21
       .
       SELECT-MEASURE.
           IF MD-BASE(MD) = "*" OR MD-BASE(MD) = WS-BASE
             ADD 1 TO WS-ACTIVE-COUNT
             SET AM TO WS-ACTIVE-COUNT
             MOVE MD-NAME(MD) TO AM-NAME(AM)
             MOVE ZERO TO AM-VALUE(AM)
             MOVE ZERO TO AM-ROLL-SUM(AM)
             MOVE ZERO TO AM-ROLL-GENS(AM)
             MOVE ZERO TO AM-ROLLING(AM)
             MOVE ZERO TO AM-DRIFT-PCT(AM)
             MOVE WS-WARN-PCT TO AM-WARN-PCT(AM)
             MOVE WS-CRIT-PCT TO AM-CRIT-PCT(AM)
             MOVE ZERO TO AM-TOL-LEVEL(AM)
             MOVE SPACES TO AM-GRADE(AM)
             MOVE 'N' TO AM-SUPPRESSED(AM)
           END-IF
       .
      *> ONE LINE: ITS LENGTH INTO THE DISTRIBUTION, THEN ONE PASS
      *> OVER ITS CHARACTERS FOR THE TALLIES THE FEED'S OWN
      *> MEASURES ARE BUILT FROM
       PROFILE-LINE.
           READ FEED-FILE.
           IF WS-FEED-STATUS NOT = 10
             ADD 1 TO WS-LINES
             PERFORM VARYING WS-LINE-LENGTH FROM 256 BY -1
               UNTIL WS-LINE-LENGTH < 1
                 OR FEED-RECORD(WS-LINE-LENGTH:1) NOT = SPACE
               CONTINUE
             END-PERFORM
             IF WS-LINE-LENGTH = ZERO
               ADD 1 TO WS-BLANK-LINES
             ELSE
               ADD 1 TO WS-TEXT-LINES
             END-IF
             IF WS-LINE-LENGTH < WS-LEN-MIN
               MOVE WS-LINE-LENGTH TO WS-LEN-MIN
             END-IF
             IF WS-LINE-LENGTH > WS-LEN-MAX
               MOVE WS-LINE-LENGTH TO WS-LEN-MAX
             END-IF
             ADD WS-LINE-LENGTH TO WS-LEN-SUM
             COMPUTE WS-LEN-SUMSQ = WS-LEN-SUMSQ
               + WS-LINE-LENGTH * WS-LINE-LENGTH
             MOVE ZERO TO WS-LN-DIGITS WS-LN-RUNS WS-LN-WIN-RUNS
               WS-LN-HAVE-RUNS WS-LN-SEMIS WS-LN-COMMAS
               WS-LN-SYMBOLS WS-LN-STARS
             MOVE 'N' TO WS-PREV-DIGIT WS-COLON-SEEN WS-BAR-SEEN
             PERFORM SCAN-CHARACTER VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > WS-LINE-LENGTH
             IF WS-LINE-LENGTH NOT = ZERO
               PERFORM TALLY-FEED-LINE
             END-IF
           END-IF
       .
       SCAN-CHARACTER.
           MOVE FEED-RECORD(WS-CHAR-POS:1) TO WS-CHAR
           EVALUATE TRUE
             WHEN WS-CHAR IS NUMERIC
               ADD 1 TO WS-LN-DIGITS
               IF WS-PREV-DIGIT = 'N'
                 ADD 1 TO WS-LN-RUNS
                 IF WS-BAR-SEEN = 'Y'
                   ADD 1 TO WS-LN-HAVE-RUNS
                 ELSE
                   IF WS-COLON-SEEN = 'Y'
                     ADD 1 TO WS-LN-WIN-RUNS
                   END-IF
                 END-IF
               END-IF
               MOVE 'Y' TO WS-PREV-DIGIT
             WHEN WS-CHAR = SPACE OR WS-CHAR = "."
               MOVE 'N' TO WS-PREV-DIGIT
             WHEN WS-CHAR IS ALPHABETIC
               MOVE 'N' TO WS-PREV-DIGIT
             WHEN OTHER
               MOVE 'N' TO WS-PREV-DIGIT
               ADD 1 TO WS-LN-SYMBOLS
               COMPUTE WS-CHAR-CODE = FUNCTION ORD(WS-CHAR)
               IF WS-SYMBOL-SEEN(WS-CHAR-CODE) = 'N'
                 MOVE 'Y' TO WS-SYMBOL-SEEN(WS-CHAR-CODE)
                 ADD 1 TO WS-SYMBOL-KINDS
               END-IF
               EVALUATE WS-CHAR
                 WHEN ":"
                   MOVE 'Y' TO WS-COLON-SEEN
                 WHEN "|"
                   MOVE 'Y' TO WS-BAR-SEEN
                 WHEN ";"
                   ADD 1 TO WS-LN-SEMIS
                 WHEN ","
                   ADD 1 TO WS-LN-COMMAS
                 WHEN "*"
                   ADD 1 TO WS-LN-STARS
               END-EVALUATE
           END-EVALUATE
       .
      *> THE FEED'S OWN MEASURES, FROM THE SAME LINE SHAPES ITS
      *> READING PROGRAMS PARSE
       TALLY-FEED-LINE.
           EVALUATE WS-BASE
             WHEN "DAY1"
               ADD WS-LN-DIGITS TO WS-DIGITS
               MOVE ZERO TO WS-LN-WORDS
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-WORDS FOR ALL "one"
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-WORDS FOR ALL "two"
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-WORDS FOR ALL "three"
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-WORDS FOR ALL "four"
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-WORDS FOR ALL "five"
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-WORDS FOR ALL "six"
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-WORDS FOR ALL "seven"
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-WORDS FOR ALL "eight"
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-WORDS FOR ALL "nine"
               ADD WS-LN-WORDS TO WS-WORDS
             WHEN "DAY2"
               ADD 1 TO WS-GAMES
               COMPUTE WS-DRAWS = WS-DRAWS + WS-LN-SEMIS + 1
               COMPUTE WS-ENTRIES = WS-ENTRIES
                 + WS-LN-SEMIS + WS-LN-COMMAS + 1
             WHEN "DAY3"
               ADD WS-LN-SYMBOLS TO WS-SYMBOLS
               ADD WS-LN-RUNS TO WS-NUMBERS
               ADD WS-LN-STARS TO WS-STARS
             WHEN "DAY4"
               ADD 1 TO WS-CARDS
               ADD WS-LN-WIN-RUNS TO WS-WIN-NUMBERS
               ADD WS-LN-HAVE-RUNS TO WS-HAVE-NUMBERS
             WHEN "DAY5"
               MOVE ZERO TO WS-LN-MAPS
               INSPECT FEED-RECORD(1:WS-LINE-LENGTH)
                 TALLYING WS-LN-MAPS FOR ALL "map:"
               IF FEED-RECORD(1:6) = "seeds:"
                 ADD WS-LN-RUNS TO WS-SEEDS
               ELSE
                 IF WS-LN-MAPS NOT = ZERO
                   ADD 1 TO WS-MAP-BLOCKS
                 ELSE
                   IF WS-LN-RUNS NOT = ZERO
                     ADD 1 TO WS-MAP-ENTRIES
                   END-IF
                 END-IF
               END-IF
             WHEN "DAY7"
               IF WS-LINE-LENGTH > 6
                 ADD 1 TO WS-HANDS
                 COMPUTE WS-BID-SUM = WS-BID-SUM
                   + FUNCTION NUMVAL(FEED-RECORD(7:WS-LINE-LENGTH - 6))
                 MOVE ZERO TO WS-LN-JACKS
                 INSPECT FEED-RECORD(1:5)
                   TALLYING WS-LN-JACKS FOR ALL "J"
                 ADD WS-LN-JACKS TO WS-JACKS
               END-IF
           END-EVALUATE
       .
       SET-MEASURE-VALUE.
           MOVE ZERO TO WS-QUOTIENT
           EVALUATE AM-NAME(AM)
             WHEN "LINES"
               MOVE WS-LINES TO WS-QUOTIENT
             WHEN "BLANK-LINES"
               MOVE WS-BLANK-LINES TO WS-QUOTIENT
             WHEN "LEN-MIN"
               IF WS-LINES NOT = ZERO
                 MOVE WS-LEN-MIN TO WS-QUOTIENT
               END-IF
             WHEN "LEN-MAX"
               MOVE WS-LEN-MAX TO WS-QUOTIENT
             WHEN "LEN-MEAN"
               MOVE WS-LEN-SUM TO WS-NUMERATOR
               MOVE WS-LINES TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
             WHEN "LEN-STDDEV"
               PERFORM SET-LENGTH-SPREAD
             WHEN "DIGITS-LINE"
               MOVE WS-DIGITS TO WS-NUMERATOR
               MOVE WS-TEXT-LINES TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
             WHEN "WORDS-LINE"
               MOVE WS-WORDS TO WS-NUMERATOR
               MOVE WS-TEXT-LINES TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
             WHEN "DRAWS-GAME"
               MOVE WS-DRAWS TO WS-NUMERATOR
               MOVE WS-GAMES TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
             WHEN "ENTRIES-GAME"
               MOVE WS-ENTRIES TO WS-NUMERATOR
               MOVE WS-GAMES TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
             WHEN "SYMBOLS"
               MOVE WS-SYMBOLS TO WS-QUOTIENT
             WHEN "SYMBOL-KINDS"
               MOVE WS-SYMBOL-KINDS TO WS-QUOTIENT
             WHEN "NUMBERS"
               MOVE WS-NUMBERS TO WS-QUOTIENT
             WHEN "GEAR-STARS"
               MOVE WS-STARS TO WS-QUOTIENT
             WHEN "WIN-NUMBERS"
               MOVE WS-WIN-NUMBERS TO WS-NUMERATOR
               MOVE WS-CARDS TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
             WHEN "HAVE-NUMBERS"
               MOVE WS-HAVE-NUMBERS TO WS-NUMERATOR
               MOVE WS-CARDS TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
             WHEN "SEEDS"
               MOVE WS-SEEDS TO WS-QUOTIENT
             WHEN "MAP-BLOCKS"
               MOVE WS-MAP-BLOCKS TO WS-QUOTIENT
             WHEN "MAP-ENTRIES"
               MOVE WS-MAP-ENTRIES TO WS-NUMERATOR
               MOVE WS-MAP-BLOCKS TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
             WHEN "BID-MEAN"
               MOVE WS-BID-SUM TO WS-NUMERATOR
               MOVE WS-HANDS TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
             WHEN "JACKS-HAND"
               MOVE WS-JACKS TO WS-NUMERATOR
               MOVE WS-HANDS TO WS-DENOMINATOR
               PERFORM DIVIDE-MEASURE
           END-EVALUATE
           MOVE WS-QUOTIENT TO AM-VALUE(AM)
       .
       DIVIDE-MEASURE.
           IF WS-DENOMINATOR = ZERO
             MOVE ZERO TO WS-QUOTIENT
           ELSE
             COMPUTE WS-QUOTIENT ROUNDED =
               WS-NUMERATOR / WS-DENOMINATOR
           END-IF
       .
      *> THE STANDARD DEVIATION OF THE LINE LENGTHS, FROM THE SUM
      *> AND SUM OF SQUARES
       SET-LENGTH-SPREAD.
           IF WS-LINES NOT = ZERO
             COMPUTE WS-LEN-MEAN = WS-LEN-SUM / WS-LINES
             COMPUTE WS-LEN-VARIANCE =
               WS-LEN-SUMSQ / WS-LINES - WS-LEN-MEAN * WS-LEN-MEAN
             IF WS-LEN-VARIANCE > ZERO
               COMPUTE WS-QUOTIENT ROUNDED = WS-LEN-VARIANCE ** 0.5
             END-IF
           END-IF
       .
      *> THE PROFILES ON FILE FOR THIS BASE'S EARLIER GENERATIONS; A
      *> GENERATION PROFILED AGAIN COUNTS ONCE, AT ITS LATEST VALUES
       LOAD-PRIOR-PROFILES.
           OPEN INPUT PROFILE-FILE.
           IF WS-PROFILE-STATUS NOT = 35
             MOVE WS-PROFILE-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-PRIOR-PROFILE
               UNTIL WS-PROFILE-STATUS = 10
             CLOSE PROFILE-FILE
           END-IF
       .
       READ-PRIOR-PROFILE.
           READ PROFILE-FILE.
           IF WS-PROFILE-STATUS NOT = 10
             AND FP-BASE = WS-BASE
             AND FP-GENERATION < WS-GENERATION
             MOVE 'N' TO WS-PRIOR-FOUND
             PERFORM FOLD-PRIOR-PROFILE VARYING PV FROM 1 BY 1
               UNTIL PV > WS-PRIOR-COUNT
                 OR WS-PRIOR-FOUND = 'Y'
             IF WS-PRIOR-FOUND = 'N'
               IF WS-PRIOR-COUNT NOT < WS-MAX-PRIOR
                 DISPLAY "TOO MANY PROFILE RECORDS, LIMIT IS "
                   WS-MAX-PRIOR
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-PRIOR-COUNT
               SET PV TO WS-PRIOR-COUNT
               MOVE FP-GENERATION TO PV-GENERATION(PV)
               MOVE FP-MEASURE TO PV-MEASURE(PV)
               MOVE FP-VALUE TO PV-VALUE(PV)
             END-IF
           END-IF
       .
       FOLD-PRIOR-PROFILE.
           IF PV-GENERATION(PV) = FP-GENERATION
             AND PV-MEASURE(PV) = FP-MEASURE
             MOVE 'Y' TO WS-PRIOR-FOUND
             MOVE FP-VALUE TO PV-VALUE(PV)
           END-IF
       .
      *> STEP DOWN FROM THIS GENERATION ONE EARLIER GENERATION AT A
      *> TIME UNTIL THE WINDOW HOLDS ROLLING-GENS OF THEM OR THERE
      *> ARE NO MORE, THEN AVERAGE EACH MEASURE OVER THE WINDOW
       SET-ROLLING-WINDOW.
           MOVE WS-GENERATION TO WS-WINDOW-CEILING
           MOVE "X" TO WS-WINDOW-NEXT
           PERFORM STEP-WINDOW-BACK
             UNTIL WS-WINDOW-GENS NOT < WS-ROLLING-GENS
               OR WS-WINDOW-NEXT = SPACES
           IF WS-WINDOW-GENS NOT = ZERO
             PERFORM ADD-TO-ROLLING VARYING PV FROM 1 BY 1
               UNTIL PV > WS-PRIOR-COUNT
             PERFORM SET-ROLLING-MEAN VARYING AM FROM 1 BY 1
               UNTIL AM > WS-ACTIVE-COUNT
           END-IF
       .
       STEP-WINDOW-BACK.
           MOVE SPACES TO WS-WINDOW-NEXT
           PERFORM FIND-NEXT-EARLIER VARYING PV FROM 1 BY 1
             UNTIL PV > WS-PRIOR-COUNT
           IF WS-WINDOW-NEXT NOT = SPACES
             ADD 1 TO WS-WINDOW-GENS
             MOVE WS-WINDOW-NEXT TO WS-WINDOW-FIRST
             MOVE WS-WINDOW-NEXT TO WS-WINDOW-CEILING
             IF WS-WINDOW-GENS = 1
               MOVE WS-WINDOW-NEXT TO WS-WINDOW-LAST
             END-IF
           END-IF
       .
       FIND-NEXT-EARLIER.
           IF PV-GENERATION(PV) < WS-WINDOW-CEILING
             AND (WS-WINDOW-NEXT = SPACES
               OR PV-GENERATION(PV) > WS-WINDOW-NEXT)
             MOVE PV-GENERATION(PV) TO WS-WINDOW-NEXT
           END-IF
       .
       ADD-TO-ROLLING.
           IF PV-GENERATION(PV) NOT < WS-WINDOW-FIRST
             PERFORM ADD-PRIOR-VALUE VARYING AM FROM 1 BY 1
               UNTIL AM > WS-ACTIVE-COUNT
           END-IF
       .
       ADD-PRIOR-VALUE.
           IF AM-NAME(AM) = PV-MEASURE(PV)
             ADD PV-VALUE(PV) TO AM-ROLL-SUM(AM)
             ADD 1 TO AM-ROLL-GENS(AM)
           END-IF
       .
       SET-ROLLING-MEAN.
           IF AM-ROLL-GENS(AM) NOT = ZERO
             COMPUTE AM-ROLLING(AM) ROUNDED =
               AM-ROLL-SUM(AM) / AM-ROLL-GENS(AM)
           END-IF
       .
      *> THE BASE'S OWN TOLERANCE FOR A MEASURE BEATS THE ASTERISK
      *> ONE, WHICH BEATS THE TUNED DEFAULT; A LATER LINE BEATS AN
      *> EARLIER ONE AT THE SAME LEVEL
       LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE.
           IF WS-TOLERANCE-STATUS NOT = 35
             MOVE WS-TOLERANCE-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-TOLERANCE UNTIL WS-TOLERANCE-STATUS = 10
             CLOSE TOLERANCE-FILE
           END-IF
       .
       READ-TOLERANCE.
           READ TOLERANCE-FILE.
           IF WS-TOLERANCE-STATUS NOT = 10
             PERFORM APPLY-TOLERANCE VARYING AM FROM 1 BY 1
               UNTIL AM > WS-ACTIVE-COUNT
           END-IF
       .
       APPLY-TOLERANCE.
           IF FT-MEASURE = AM-NAME(AM)
             IF FT-BASE = WS-BASE
               MOVE 2 TO AM-TOL-LEVEL(AM)
               MOVE FT-WARN-PCT TO AM-WARN-PCT(AM)
               MOVE FT-CRIT-PCT TO AM-CRIT-PCT(AM)
             ELSE
               IF FT-BASE = "*" AND AM-TOL-LEVEL(AM) < 2
                 MOVE 1 TO AM-TOL-LEVEL(AM)
                 MOVE FT-WARN-PCT TO AM-WARN-PCT(AM)
                 MOVE FT-CRIT-PCT TO AM-CRIT-PCT(AM)
               END-IF
             END-IF
           END-IF
       .
      *> FOLD THE ACKNOWLEDGMENT TRAIL DOWN TO WHICH BASE/MEASURE
      *> DRIFTS CURRENTLY CARRY AN OPEN ACKNOWLEDGMENT, AS AOCHEAD
      *> DOES FOR ITS FIELDS
       LOAD-SUPPRESSIONS.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = 35
             MOVE WS-ACK-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-ACK UNTIL WS-ACK-STATUS = 10
             CLOSE ACK-FILE
           END-IF
       .
       READ-ACK.
           READ ACK-FILE.
           IF WS-ACK-STATUS NOT = 10
             AND ACK-PROGRAM-ID = WS-BASE
             MOVE 'N' TO WS-SUPPRESS-FOUND
             PERFORM NOTE-ACK VARYING SP FROM 1 BY 1
               UNTIL SP > WS-SUPPRESS-COUNT
                 OR WS-SUPPRESS-FOUND = 'Y'
             IF WS-SUPPRESS-FOUND = 'N'
               IF WS-SUPPRESS-COUNT NOT < WS-MAX-SUPPRESS
                 DISPLAY "TOO MANY ACKNOWLEDGED DRIFTS, LIMIT IS "
                   WS-MAX-SUPPRESS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-SUPPRESS-COUNT
               SET SP TO WS-SUPPRESS-COUNT
               MOVE ACK-PROGRAM-ID TO SP-PROGRAM-ID(SP)
               MOVE ACK-METRIC TO SP-METRIC(SP)
               PERFORM GRADE-ACK-ACTION
             END-IF
           END-IF
       .
       NOTE-ACK.
           IF SP-PROGRAM-ID(SP) = ACK-PROGRAM-ID
             AND SP-METRIC(SP) = ACK-METRIC
             MOVE 'Y' TO WS-SUPPRESS-FOUND
             PERFORM GRADE-ACK-ACTION
           END-IF
       .
       GRADE-ACK-ACTION.
           IF ACK-ACTION = "RESOLVE"
             MOVE 'N' TO SP-OPEN-ACK(SP)
           ELSE
             MOVE 'Y' TO SP-OPEN-ACK(SP)
           END-IF
       .
       WRITE-REPORT-HEADING.
           MOVE WS-STAMP TO RT-STAMP
           MOVE RPT-TITLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BASE TO RF-BASE
           MOVE WS-GENERATION TO RF-GENERATION
           MOVE WS-FEED-PATH TO RF-PATH
           MOVE RPT-FEED-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-WINDOW-GENS = ZERO
             MOVE SPACES TO REPORT-RECORD
             STRING "NO EARLIER PROFILE ON FILE, "
               "THIS GENERATION IS THE BASELINE"
               DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
             MOVE WS-WINDOW-GENS TO RW-GENS
             MOVE WS-WINDOW-FIRST TO RW-FIRST
             MOVE WS-WINDOW-LAST TO RW-LAST
             MOVE RPT-WINDOW-LINE TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RPT-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
       .
      *> ONE MEASURE: ITS DRIFT FROM THE ROLLING PROFILE GRADED
      *> AGAINST ITS TOLERANCE, FILED WITH THE PROFILE AND PRINTED.
      *> A MEASURE WITH NO EARLIER VALUE IS A BASELINE AND IS NOT
      *> GRADED; ONE DRIFTING FROM A ZERO PROFILE IS FULL SCALE
       GRADE-MEASURE.
           MOVE SPACES TO RD-NOTE
           IF AM-ROLL-GENS(AM) = ZERO
             MOVE "BASELINE" TO AM-GRADE(AM)
           ELSE
             IF AM-VALUE(AM) > AM-ROLLING(AM)
               COMPUTE WS-DIFFERENCE = AM-VALUE(AM) - AM-ROLLING(AM)
             ELSE
               COMPUTE WS-DIFFERENCE = AM-ROLLING(AM) - AM-VALUE(AM)
             END-IF
             IF AM-ROLLING(AM) = ZERO
               IF WS-DIFFERENCE = ZERO
                 MOVE ZERO TO WS-DRIFT
               ELSE
                 MOVE 99999 TO WS-DRIFT
               END-IF
             ELSE
               COMPUTE WS-DRIFT ROUNDED =
                 WS-DIFFERENCE * 100 / AM-ROLLING(AM)
             END-IF
             IF WS-DRIFT > 99999
               MOVE 99999 TO WS-DRIFT
             END-IF
             MOVE WS-DRIFT TO AM-DRIFT-PCT(AM)
             MOVE "OK" TO AM-GRADE(AM)
             IF AM-CRIT-PCT(AM) NOT = ZERO
               AND AM-DRIFT-PCT(AM) > AM-CRIT-PCT(AM)
               MOVE "CRITICAL" TO AM-GRADE(AM)
               MOVE AM-CRIT-PCT(AM) TO ALR-THRESHOLD-PCT
               PERFORM RAISE-DRIFT-ALERT
             ELSE
               IF AM-WARN-PCT(AM) NOT = ZERO
                 AND AM-DRIFT-PCT(AM) > AM-WARN-PCT(AM)
                 MOVE "WARNING" TO AM-GRADE(AM)
                 MOVE AM-WARN-PCT(AM) TO ALR-THRESHOLD-PCT
                 PERFORM RAISE-DRIFT-ALERT
               END-IF
             END-IF
           END-IF
           MOVE WS-BASE TO FP-BASE
           MOVE WS-GENERATION TO FP-GENERATION
           MOVE AM-NAME(AM) TO FP-MEASURE
           MOVE AM-VALUE(AM) TO FP-VALUE
           MOVE AM-ROLLING(AM) TO FP-ROLLING
           MOVE AM-ROLL-GENS(AM) TO FP-HISTORY
           MOVE AM-DRIFT-PCT(AM) TO FP-DRIFT-PCT
           MOVE AM-GRADE(AM) TO FP-GRADE
           MOVE WS-STAMP TO FP-STAMP
           WRITE FEED-PROFILE-RECORD
           MOVE AM-NAME(AM) TO RD-MEASURE
           MOVE AM-VALUE(AM) TO RD-VALUE
           MOVE AM-ROLLING(AM) TO RD-ROLLING
           MOVE AM-DRIFT-PCT(AM) TO RD-DRIFT
           MOVE AM-WARN-PCT(AM) TO RD-WARN
           MOVE AM-CRIT-PCT(AM) TO RD-CRIT
           MOVE AM-GRADE(AM) TO RD-GRADE
           MOVE RPT-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
       .
      *> FILE THE ALERT AGAINST THE BASE, UNLESS THAT BASE/MEASURE
      *> DRIFT IS ALREADY ACKNOWLEDGED WITH AN OPEN DISPOSITION
       RAISE-DRIFT-ALERT.
           MOVE AM-GRADE(AM) TO ALR-SEVERITY
           MOVE AM-NAME(AM) TO ALR-METRIC
           MOVE 'N' TO WS-SUPPRESS-FOUND
           PERFORM CHECK-SUPPRESSION VARYING SP FROM 1 BY 1
             UNTIL SP > WS-SUPPRESS-COUNT
               OR WS-SUPPRESS-FOUND = 'Y'
           IF WS-SUPPRESS-FOUND = 'Y'
             ADD 1 TO WS-SUPPRESSED-COUNT
             MOVE 'Y' TO AM-SUPPRESSED(AM)
             MOVE "ACKNOWLEDGED" TO RD-NOTE
             DISPLAY "    SUPPRESSED " ALR-SEVERITY " " WS-BASE
               " " ALR-METRIC
               " -- DRIFT ACKNOWLEDGED, DISPOSITION STILL OPEN"
           ELSE
             PERFORM FILE-ALERT
           END-IF
       .
       CHECK-SUPPRESSION.
           IF SP-PROGRAM-ID(SP) = WS-BASE
             AND SP-METRIC(SP) = ALR-METRIC
             AND SP-OPEN-ACK(SP) = 'Y'
             MOVE 'Y' TO WS-SUPPRESS-FOUND
           END-IF
       .
       FILE-ALERT.
           IF ALR-SEVERITY = "CRITICAL"
             ADD 1 TO WS-CRITICAL-COUNT
           ELSE
             ADD 1 TO WS-WARNING-COUNT
           END-IF
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS = 35
             OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE WS-BASE TO ALR-PROGRAM-ID
           MOVE WS-STAMP(1:8) TO ALR-RUN-DATE
           MOVE AM-DRIFT-PCT(AM) TO ALR-VALUE-PCT
           MOVE WS-RUN-ID TO ALR-RUN-ID
           MOVE WS-GENERATION TO ALR-INPUT-GEN
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           MOVE "ALERTED" TO RD-NOTE
           DISPLAY "    " ALR-SEVERITY " " ALR-PROGRAM-ID " "
             ALR-METRIC " DRIFT " ALR-VALUE-PCT "% (TOLERANCE "
             ALR-THRESHOLD-PCT "%)"
           IF ALR-SEVERITY = "CRITICAL"
             MOVE "ERROR" TO WS-LOG-SEVERITY
           ELSE
             MOVE "WARNING" TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "DRIFT " DELIMITED BY SIZE
             WS-BASE DELIMITED BY SPACE
             " " WS-GENERATION " " ALR-METRIC " " ALR-VALUE-PCT
             "% (TOLERANCE " ALR-THRESHOLD-PCT "%)"
             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-RUN-LOG
       .
       END PROGRAM AOCPROF.
