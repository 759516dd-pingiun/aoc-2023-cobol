      ******************************************************************
      * Advent of Code 2023 Day 5, almanac map-block integrity step    *
      *                                                                *
      * Run ahead of DAY5A/DAY5B against the same staged DAY5.DAT.     *
      * DAY5A maps a value through the first entry whose source range  *
      * covers it and DAY5B splits a fragment against whichever entry  *
      * it finds first, so an almanac whose blocks are not clean       *
      * produces an answer that depends on line order. This step       *
      * proves each of the seven map blocks before the day programs    *
      * trust them:                                                    *
      *                                                                *
      *   - every block present exactly once, in chain order from      *
      *     seed-to-soil through humidity-to-location                  *
      *   - no range line outside a block                              *
      *   - no zero-length range                                       *
      *   - no duplicate entry and no two overlapping source ranges    *
      *     within a block                                             *
      *                                                                *
      * Any of those is a structural fault and ends the step RC=8, so  *
      * the stream stops before DAY5A runs. For every block the report *
      * also gives the source span its entries cover and what          *
      * percentage of that span is mapped versus passed through        *
      * unchanged. The report lands in DAY5CHK.RPT, stamped with the   *
      * input generation so it can be filed with it, and is echoed to  *
      * the job log.                                                   *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -j DAY5CHK.cbl                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY5CHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE
           ASSIGN TO "DAY5.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-FILE
           ASSIGN TO "DAY5CHK.RPT"
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
       FD IN-FILE
           RECORD VARYING FROM 1 TO 210 CHARACTERS.
       01  IN-RECORD           PIC X(210).
       FD REPORT-FILE.
       01  REPORT-RECORD       PIC X(80).
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY AOCLOGC.
           COPY FILESTAT.
      *> RUN CORRELATION KEY AND CONSUMED INPUT GENERATION, PASSED
      *> DOWN BY THE DRIVING JOB STREAM; BLANK WHEN THE PROGRAM IS
      *> RUN STANDALONE
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-INPUT-GEN        PIC X(5) VALUE SPACES.
       01  WS-REPORT-STATUS    PIC 9(2).
       01  WS-LINE-NUMBER      PIC 9(5) VALUE ZERO.
       01  WS-FAULT-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-UNPARSED-COUNT   PIC 9(5) VALUE ZERO.
      *> THE SEVEN BLOCK NAMES IN CHAIN ORDER, AS THE FEED SPELLS
      *> THEM IN ITS "... map:" HEADERS
       01  BLOCK-NAME-VALUES.
           05  FILLER          PIC X(23) VALUE "seed-to-soil".
           05  FILLER          PIC X(23) VALUE "soil-to-fertilizer".
           05  FILLER          PIC X(23) VALUE "fertilizer-to-water".
           05  FILLER          PIC X(23) VALUE "water-to-light".
           05  FILLER          PIC X(23) VALUE "light-to-temperature".
           05  FILLER          PIC X(23)
                               VALUE "temperature-to-humidity".
           05  FILLER          PIC X(23) VALUE "humidity-to-location".
       01  BLOCK-NAME-TABLE REDEFINES BLOCK-NAME-VALUES.
           05  WS-BLOCK-NAME   OCCURS 7 TIMES PIC X(23).
      *> EACH BLOCK'S ENTRIES, FILED UNDER ITS CHAIN POSITION (NOT
      *> ITS POSITION IN THE FEED) WITH THE LINE EACH CAME FROM
       01  WS-MAX-ENTRIES      PIC 9(2) VALUE 60.
       01  MAP-SET.
           05  MAP-LAYER       OCCURS 7 TIMES.
               10  WS-BLOCK-SEEN   PIC X.
               10  WS-BLOCK-LINE   PIC 9(5).
               10  WS-ENTRY-COUNT  PIC 9(2).
               10  MAP-ENTRY       OCCURS 60 TIMES.
                   15  ME-DST      PIC 9(12).
                   15  ME-SRC      PIC 9(12).
                   15  ME-LEN      PIC 9(12).
                   15  ME-LINE     PIC 9(5).
       01  WS-LAYER            PIC 9(1).
       01  WS-ME               PIC 9(2).
       01  WS-OTHER            PIC 9(2).
      *> THE BLOCK THE FEED IS CURRENTLY IN, AND THE FURTHEST ALONG
      *> THE CHAIN IT HAS GOT SO FAR
       01  WS-OPEN-BLOCK       PIC 9(1) VALUE ZERO.
       01  WS-HIGHEST-BLOCK    PIC 9(1) VALUE ZERO.
       01  WS-HEADER-NAME      PIC X(40).
       01  WS-FOUND-BLOCK      PIC 9(1).
      *> NUMBER TOKENS GATHERED OFF THE CURRENT LINE
       01  WS-MAP-TALLY        PIC 9(2).
       01  WS-PARSE-POS        PIC 9(3).
       01  WS-PARSE-DIGIT      PIC 9(1).
       01  WS-PARSE-OK         PIC X.
       01  WS-IN-NUMBER        PIC X.
       01  WS-CUR-VALUE        PIC 9(12).
       01  WS-TOKEN-COUNT      PIC 9(2).
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN        OCCURS 60 TIMES PIC 9(12).
      *> OVERLAP TEST BETWEEN TWO ENTRIES OF ONE BLOCK
       01  WS-ME-END           PIC 9(13).
       01  WS-OTHER-END        PIC 9(13).
      *> COVERAGE OF ONE BLOCK: ITS ENTRIES SORTED BY SOURCE START
      *> AND SWEPT LEFT TO RIGHT, SO OVERLAPPING RANGES ARE NEVER
      *> COUNTED TWICE
       01  WS-WORK-COUNT       PIC 9(2) VALUE ZERO.
       01  WORK-TABLE.
           05  WORK-ENTRY      OCCURS 1 TO 60 TIMES
                               DEPENDING ON WS-WORK-COUNT
                               INDEXED BY WK.
               10  WK-SRC      PIC 9(12).
               10  WK-LEN      PIC 9(12).
       01  WS-SPAN-START       PIC 9(13).
       01  WS-SPAN-END         PIC 9(13).
       01  WS-SPAN-LEN         PIC 9(13).
       01  WS-MAPPED-LEN       PIC 9(13).
       01  WS-SWEEP-END        PIC 9(13).
       01  WS-PIECE-START      PIC 9(13).
       01  WS-PIECE-END        PIC 9(13).
       01  WS-MAPPED-PCT       PIC 9(3)V99.
       01  WS-PASS-PCT         PIC 9(3)V99.
      *> REPORT LINES
       01  WS-PRINT-LINE       PIC X(80).
       01  WS-BLOCK-LABEL      PIC X(23).
       01  WS-FAULT-TEXT       PIC X(70).
       01  WS-EDIT-LINE        PIC Z(4)9.
       01  WS-EDIT-OTHER       PIC Z(4)9.
       01  COVERAGE-LINE.
           05  CV-BLOCK        PIC 9.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CV-NAME         PIC X(23).
           05  CV-ENTRIES      PIC ZZ9.
           05  FILLER          PIC X(11) VALUE " ENTRIES   ".
           05  CV-MAPPED       PIC ZZ9.99.
           05  FILLER          PIC X(12) VALUE "% MAPPED    ".
           05  CV-PASS         PIC ZZ9.99.
           05  FILLER          PIC X(14) VALUE "% PASS-THROUGH".
       01  SPAN-LINE.
           05  FILLER          PIC X(8) VALUE "  SPAN  ".
           05  SP-START        PIC Z(12)9.
           05  FILLER          PIC X(4) VALUE " TO ".
           05  SP-END          PIC Z(12)9.
           05  FILLER          PIC X(10) VALUE "  MAPPED  ".
           05  SP-MAPPED       PIC Z(12)9.
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-ID.
           MOVE "DAY5CHK" TO WS-LOG-PROGRAM.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           MOVE "RUN STARTED" TO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ALMANAC MAP-BLOCK INTEGRITY, DAY5.DAT GENERATION "
             WS-INPUT-GEN " RUN " WS-RUN-ID
             DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ZERO TO WS-FILE-STATUS.
           PERFORM CLEAR-BLOCK VARYING WS-LAYER FROM 1 BY 1
             UNTIL WS-LAYER > 7.
           OPEN INPUT IN-FILE.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM PARSE-LINE UNTIL WS-FILE-STATUS = 10.
           CLOSE IN-FILE.

           PERFORM CHECK-BLOCK VARYING WS-LAYER FROM 1 BY 1
             UNTIL WS-LAYER > 7.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "COVERAGE BY BLOCK" TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM REPORT-COVERAGE VARYING WS-LAYER FROM 1 BY 1
             UNTIL WS-LAYER > 7.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-UNPARSED-COUNT NOT = ZERO
             MOVE SPACES TO WS-PRINT-LINE
             STRING WS-UNPARSED-COUNT
               " LINE(S) NOT A HEADER OR RANGE, LEFT TO DAY5A"
               " TO REJECT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-FAULT-COUNT = ZERO
             MOVE "ALL SEVEN MAP BLOCKS STRUCTURALLY SOUND"
               TO WS-PRINT-LINE
           ELSE
             STRING "*** " WS-FAULT-COUNT
               " STRUCTURAL FAULT(S), ALMANAC NOT FIT TO MAP ***"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           CLOSE REPORT-FILE.

           IF WS-FAULT-COUNT = ZERO
             MOVE "INFO" TO WS-LOG-SEVERITY
             MOVE "ALL SEVEN MAP BLOCKS STRUCTURALLY SOUND"
               TO WS-LOG-MESSAGE
             PERFORM WRITE-RUN-LOG
           ELSE
             MOVE "ERROR" TO WS-LOG-SEVERITY
             MOVE SPACES TO WS-LOG-MESSAGE
             STRING WS-FAULT-COUNT
               " ALMANAC STRUCTURAL FAULT(S), SEE DAY5CHK.RPT"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
             PERFORM WRITE-RUN-LOG
             MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

           COPY FILEERR.

           COPY AOCLOGW.

       CLEAR-BLOCK.
           MOVE 'N' TO WS-BLOCK-SEEN(WS-LAYER)
           MOVE ZERO TO WS-BLOCK-LINE(WS-LAYER)
           MOVE ZERO TO WS-ENTRY-COUNT(WS-LAYER)
       .
      *> ROUTE ONE ALMANAC LINE THE WAY DAY5A DOES: BLANK SEPARATOR,
      *> SEEDS LINE, MAP HEADER, OR DST/SRC/LEN RANGE LINE
       PARSE-LINE.
           READ IN-FILE.
           IF WS-FILE-STATUS NOT = 10
             ADD 1 TO WS-LINE-NUMBER
             EVALUATE TRUE
               WHEN IN-RECORD = SPACES
                 CONTINUE
               WHEN IN-RECORD(1:6) = "seeds:"
                 CONTINUE
               WHEN OTHER
                 PERFORM PARSE-BODY-LINE
             END-EVALUATE
           END-IF
       .
       PARSE-BODY-LINE.
           MOVE ZERO TO WS-MAP-TALLY
           INSPECT IN-RECORD TALLYING WS-MAP-TALLY
             FOR ALL "map:"
           IF WS-MAP-TALLY NOT = ZERO
             PERFORM OPEN-MAP-BLOCK
           ELSE
             PERFORM GATHER-NUMBERS
             IF WS-PARSE-OK = 'N' OR WS-TOKEN-COUNT NOT = 3
               ADD 1 TO WS-UNPARSED-COUNT
             ELSE
               PERFORM FILE-RANGE-LINE
             END-IF
           END-IF
       .
      *> NAME THE BLOCK THIS HEADER OPENS AND PROVE IT HAS NOT BEEN
      *> SEEN BEFORE AND DOES NOT STEP BACKWARDS DOWN THE CHAIN
       OPEN-MAP-BLOCK.
           MOVE SPACES TO WS-HEADER-NAME
           UNSTRING IN-RECORD DELIMITED BY " map:"
             INTO WS-HEADER-NAME
           END-UNSTRING
           MOVE ZERO TO WS-FOUND-BLOCK
           PERFORM MATCH-BLOCK-NAME VARYING WS-LAYER FROM 1 BY 1
             UNTIL WS-LAYER > 7
           MOVE WS-FOUND-BLOCK TO WS-OPEN-BLOCK
           EVALUATE TRUE
             WHEN WS-FOUND-BLOCK = ZERO
               MOVE WS-LINE-NUMBER TO WS-EDIT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "UNRECOGNISED MAP HEADER AT LINE "
                 WS-EDIT-LINE ": " WS-HEADER-NAME
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM REPORT-FAULT
             WHEN WS-BLOCK-SEEN(WS-FOUND-BLOCK) = 'Y'
               MOVE WS-FOUND-BLOCK TO WS-LAYER
               PERFORM SET-BLOCK-LABEL
               MOVE WS-LINE-NUMBER TO WS-EDIT-LINE
               MOVE WS-BLOCK-LINE(WS-FOUND-BLOCK) TO WS-EDIT-OTHER
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-BLOCK-LABEL DELIMITED BY SPACE
                 " BLOCK REPEATED AT LINE " WS-EDIT-LINE
                 ", FIRST AT LINE " WS-EDIT-OTHER
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM REPORT-FAULT
             WHEN WS-FOUND-BLOCK < WS-HIGHEST-BLOCK
               MOVE WS-FOUND-BLOCK TO WS-LAYER
               PERFORM SET-BLOCK-LABEL
               MOVE WS-LINE-NUMBER TO WS-EDIT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-BLOCK-LABEL DELIMITED BY SPACE
                 " BLOCK OUT OF CHAIN ORDER AT LINE " WS-EDIT-LINE
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM REPORT-FAULT
           END-EVALUATE
           IF WS-FOUND-BLOCK NOT = ZERO
             AND WS-BLOCK-SEEN(WS-FOUND-BLOCK) = 'N'
             MOVE 'Y' TO WS-BLOCK-SEEN(WS-FOUND-BLOCK)
             MOVE WS-LINE-NUMBER TO WS-BLOCK-LINE(WS-FOUND-BLOCK)
           END-IF
           IF WS-FOUND-BLOCK > WS-HIGHEST-BLOCK
             MOVE WS-FOUND-BLOCK TO WS-HIGHEST-BLOCK
           END-IF
       .
       MATCH-BLOCK-NAME.
           IF WS-HEADER-NAME = WS-BLOCK-NAME(WS-LAYER)
             MOVE WS-LAYER TO WS-FOUND-BLOCK
           END-IF
       .
      *> FILE A DST/SRC/LEN LINE UNDER THE OPEN BLOCK; ONE BEFORE ANY
      *> RECOGNISED HEADER BELONGS TO NO BLOCK AT ALL
       FILE-RANGE-LINE.
           IF WS-OPEN-BLOCK = ZERO
             MOVE WS-LINE-NUMBER TO WS-EDIT-LINE
             MOVE SPACES TO WS-PRINT-LINE
             STRING "RANGE LINE OUTSIDE ANY MAP BLOCK AT LINE "
               WS-EDIT-LINE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM REPORT-FAULT
           ELSE
             IF WS-ENTRY-COUNT(WS-OPEN-BLOCK) NOT < WS-MAX-ENTRIES
               DISPLAY "TOO MANY RANGES IN MAP BLOCK "
                 WS-OPEN-BLOCK ", LIMIT IS " WS-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-ENTRY-COUNT(WS-OPEN-BLOCK)
             MOVE WS-ENTRY-COUNT(WS-OPEN-BLOCK) TO WS-ME
             MOVE WS-TOKEN(1) TO ME-DST(WS-OPEN-BLOCK, WS-ME)
             MOVE WS-TOKEN(2) TO ME-SRC(WS-OPEN-BLOCK, WS-ME)
             MOVE WS-TOKEN(3) TO ME-LEN(WS-OPEN-BLOCK, WS-ME)
             MOVE WS-LINE-NUMBER TO ME-LINE(WS-OPEN-BLOCK, WS-ME)
           END-IF
       .
      *> GATHER EVERY BLANK-SEPARATED NUMBER ON THE LINE; ANY OTHER
      *> CHARACTER SPOILS THE LINE
       GATHER-NUMBERS.
           MOVE 1 TO WS-PARSE-POS
           MOVE ZERO TO WS-TOKEN-COUNT
           MOVE ZERO TO WS-CUR-VALUE
           MOVE 'N' TO WS-IN-NUMBER
           MOVE 'Y' TO WS-PARSE-OK
           PERFORM GATHER-ONE-CHAR
             UNTIL WS-PARSE-POS > 210 OR WS-PARSE-OK = 'N'
       .
       GATHER-ONE-CHAR.
           IF IN-RECORD(WS-PARSE-POS:1) IS NUMERIC
             MOVE IN-RECORD(WS-PARSE-POS:1) TO WS-PARSE-DIGIT
             COMPUTE WS-CUR-VALUE =
               WS-CUR-VALUE * 10 + WS-PARSE-DIGIT
             MOVE 'Y' TO WS-IN-NUMBER
           ELSE
             IF IN-RECORD(WS-PARSE-POS:1) = SPACE
               IF WS-IN-NUMBER = 'Y'
                 PERFORM FLUSH-TOKEN
               END-IF
             ELSE
               MOVE 'N' TO WS-PARSE-OK
             END-IF
           END-IF
           ADD 1 TO WS-PARSE-POS
       .
       FLUSH-TOKEN.
           IF WS-TOKEN-COUNT NOT < 60
             MOVE 'N' TO WS-PARSE-OK
           ELSE
             ADD 1 TO WS-TOKEN-COUNT
             MOVE WS-CUR-VALUE TO WS-TOKEN(WS-TOKEN-COUNT)
             MOVE ZERO TO WS-CUR-VALUE
             MOVE 'N' TO WS-IN-NUMBER
           END-IF
       .
      *> A MISSING BLOCK IS A FAULT IN ITS OWN RIGHT; A PRESENT ONE
      *> HAS EVERY ENTRY PROVED AGAINST EVERY LATER ENTRY
       CHECK-BLOCK.
           PERFORM SET-BLOCK-LABEL
           IF WS-BLOCK-SEEN(WS-LAYER) = 'N'
             MOVE SPACES TO WS-PRINT-LINE
             STRING WS-BLOCK-LABEL DELIMITED BY SPACE
               " BLOCK MISSING FROM THE ALMANAC"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM REPORT-FAULT
           ELSE
             PERFORM CHECK-ENTRY VARYING WS-ME FROM 1 BY 1
               UNTIL WS-ME > WS-ENTRY-COUNT(WS-LAYER)
           END-IF
       .
       CHECK-ENTRY.
           IF ME-LEN(WS-LAYER, WS-ME) = ZERO
             MOVE ME-LINE(WS-LAYER, WS-ME) TO WS-EDIT-LINE
             MOVE SPACES TO WS-PRINT-LINE
             STRING WS-BLOCK-LABEL DELIMITED BY SPACE
               " ZERO-LENGTH RANGE AT LINE " WS-EDIT-LINE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM REPORT-FAULT
           END-IF
           COMPUTE WS-OTHER = WS-ME + 1
           PERFORM CHECK-ENTRY-PAIR VARYING WS-OTHER FROM WS-OTHER
             BY 1 UNTIL WS-OTHER > WS-ENTRY-COUNT(WS-LAYER)
       .
      *> AN EXACT REPEAT OF AN ENTRY IS REPORTED AS A DUPLICATE; ANY
      *> OTHER SHARED SOURCE VALUE IS AN OVERLAP. ZERO-LENGTH RANGES
      *> COVER NOTHING, SO CANNOT OVERLAP
       CHECK-ENTRY-PAIR.
           COMPUTE WS-ME-END =
             ME-SRC(WS-LAYER, WS-ME) + ME-LEN(WS-LAYER, WS-ME)
           COMPUTE WS-OTHER-END =
             ME-SRC(WS-LAYER, WS-OTHER) + ME-LEN(WS-LAYER, WS-OTHER)
           MOVE ME-LINE(WS-LAYER, WS-ME) TO WS-EDIT-LINE
           MOVE ME-LINE(WS-LAYER, WS-OTHER) TO WS-EDIT-OTHER
           EVALUATE TRUE
             WHEN ME-DST(WS-LAYER, WS-ME) = ME-DST(WS-LAYER, WS-OTHER)
               AND ME-SRC(WS-LAYER, WS-ME)
                 = ME-SRC(WS-LAYER, WS-OTHER)
               AND ME-LEN(WS-LAYER, WS-ME)
                 = ME-LEN(WS-LAYER, WS-OTHER)
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-BLOCK-LABEL DELIMITED BY SPACE
                 " DUPLICATE ENTRY AT LINES " WS-EDIT-LINE
                 " AND " WS-EDIT-OTHER
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM REPORT-FAULT
             WHEN ME-LEN(WS-LAYER, WS-ME) = ZERO
               OR ME-LEN(WS-LAYER, WS-OTHER) = ZERO
               CONTINUE
             WHEN ME-SRC(WS-LAYER, WS-ME) < WS-OTHER-END
               AND ME-SRC(WS-LAYER, WS-OTHER) < WS-ME-END
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-BLOCK-LABEL DELIMITED BY SPACE
                 " OVERLAPPING SOURCE RANGES AT LINES " WS-EDIT-LINE
                 " AND " WS-EDIT-OTHER
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM REPORT-FAULT
           END-EVALUATE
       .
      *> ONE COVERAGE LINE PER BLOCK: THE SPAN FROM THE LOWEST SOURCE
      *> START TO THE HIGHEST SOURCE END, AND HOW MUCH OF IT THE
      *> ENTRIES ACTUALLY MAP; THE REST PASSES THROUGH UNCHANGED
       REPORT-COVERAGE.
           PERFORM SET-BLOCK-LABEL
           MOVE ZERO TO WS-WORK-COUNT
           MOVE ZERO TO WS-SPAN-START
           MOVE ZERO TO WS-SPAN-END
           MOVE ZERO TO WS-MAPPED-LEN
           PERFORM LOAD-WORK-ENTRY VARYING WS-ME FROM 1 BY 1
             UNTIL WS-ME > WS-ENTRY-COUNT(WS-LAYER)
           IF WS-WORK-COUNT NOT = ZERO
             SORT WORK-ENTRY ASCENDING WK-SRC
             MOVE WK-SRC(1) TO WS-SPAN-START
             MOVE WS-SPAN-START TO WS-SWEEP-END
             PERFORM SWEEP-WORK-ENTRY VARYING WK FROM 1 BY 1
               UNTIL WK > WS-WORK-COUNT
           END-IF
           COMPUTE WS-SPAN-LEN = WS-SPAN-END - WS-SPAN-START
           IF WS-SPAN-LEN = ZERO
             MOVE ZERO TO WS-MAPPED-PCT
             MOVE ZERO TO WS-PASS-PCT
           ELSE
             COMPUTE WS-MAPPED-PCT ROUNDED =
               WS-MAPPED-LEN * 100 / WS-SPAN-LEN
             COMPUTE WS-PASS-PCT = 100 - WS-MAPPED-PCT
           END-IF
           MOVE WS-LAYER TO CV-BLOCK
           MOVE WS-BLOCK-LABEL TO CV-NAME
           MOVE WS-ENTRY-COUNT(WS-LAYER) TO CV-ENTRIES
           MOVE WS-MAPPED-PCT TO CV-MAPPED
           MOVE WS-PASS-PCT TO CV-PASS
           MOVE COVERAGE-LINE TO WS-PRINT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-SPAN-START TO SP-START
           MOVE WS-SPAN-END TO SP-END
           MOVE WS-MAPPED-LEN TO SP-MAPPED
           MOVE SPAN-LINE TO WS-PRINT-LINE
           PERFORM PRINT-REPORT-LINE
       .
       LOAD-WORK-ENTRY.
           IF ME-LEN(WS-LAYER, WS-ME) NOT = ZERO
             ADD 1 TO WS-WORK-COUNT
             MOVE ME-SRC(WS-LAYER, WS-ME) TO WK-SRC(WS-WORK-COUNT)
             MOVE ME-LEN(WS-LAYER, WS-ME) TO WK-LEN(WS-WORK-COUNT)
           END-IF
       .
      *> ONLY THE PART OF EACH RANGE PAST EVERYTHING ALREADY SWEPT
      *> ADDS TO THE MAPPED LENGTH
       SWEEP-WORK-ENTRY.
           COMPUTE WS-PIECE-END = WK-SRC(WK) + WK-LEN(WK)
           IF WK-SRC(WK) > WS-SWEEP-END
             MOVE WK-SRC(WK) TO WS-PIECE-START
           ELSE
             MOVE WS-SWEEP-END TO WS-PIECE-START
           END-IF
           IF WS-PIECE-END > WS-PIECE-START
             COMPUTE WS-MAPPED-LEN =
               WS-MAPPED-LEN + WS-PIECE-END - WS-PIECE-START
             MOVE WS-PIECE-END TO WS-SWEEP-END
           END-IF
           IF WS-PIECE-END > WS-SPAN-END
             MOVE WS-PIECE-END TO WS-SPAN-END
           END-IF
       .
      *> THE BLOCK NAME IN REPORT CASE
       SET-BLOCK-LABEL.
           MOVE WS-BLOCK-NAME(WS-LAYER) TO WS-BLOCK-LABEL
           INSPECT WS-BLOCK-LABEL CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       .
       REPORT-FAULT.
           ADD 1 TO WS-FAULT-COUNT
           MOVE WS-PRINT-LINE TO WS-FAULT-TEXT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "*** FAULT " WS-FAULT-TEXT
             DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-REPORT-LINE
       .
       PRINT-REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY WS-PRINT-LINE
       .
      *> PICK UP THE JOB'S RUN CORRELATION KEY AND THE STAGED
      *> INPUT GENERATION FROM THE DRIVING JOB STREAM; BOTH STAY
      *> BLANK WHEN THE PROGRAM IS RUN STANDALONE
       LOAD-RUN-ID.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID"
           ACCEPT WS-INPUT-GEN FROM ENVIRONMENT
             "DAY5_STAGED_GEN"
       .
       END PROGRAM DAY5CHK.
