      ******************************************************************
      * Advent of Code 2023 Day 3, near-miss gear and symbol analysis  *
      *                                                                *
      * Explains a disputed Day 3 total by category instead of cell    *
      * by cell in DAY3INQ. Walks the cleansed DAY3-EDITED.DAT with    *
      * the same rolling three-row window DAY3A and DAY3B use, and     *
      * merges the latest run's DAY3A-PARTS.DAT and DAY3B-GEARS.DAT    *
      * records against it in row order (both extracts are written     *
      * row-ascending, so no table of parts is held):                  *
      *                                                                *
      *   - every "*" goes to the near-miss extract with its count of  *
      *     adjacent numbers, the numbers themselves and whether a     *
      *     DAY3B gear record sits on it -- the stars with one or      *
      *     three-plus neighbours that DAY3B never writes              *
      *   - every number's full border is rescanned for ALL its        *
      *     symbol cells, not just the first one DAY3A keeps, giving   *
      *     the part-number sum by symbol character and the list of    *
      *     parts touching more than one symbol cell                   *
      *   - a number or gear the extracts disagree with the schematic  *
      *     about is a fault and ends the step RC=8                    *
      *                                                                *
      * Both extracts' in-band trailers must prove first, the way      *
      * DAY3RECON proves them. The extract lands in DAY3ANAL-STARS.DAT *
      * with its own trailer; the report lands in DAY3ANAL.RPT and is  *
      * echoed to the job log.                                         *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -j DAY3ANAL.cbl                                      *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY3ANAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE
           ASSIGN TO "DAY3-EDITED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EDITED-STATUS.
           SELECT PART-FILE
           ASSIGN TO "DAY3A-PARTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PART-STATUS.
           SELECT GEAR-FILE
           ASSIGN TO "DAY3B-GEARS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GEAR-STATUS.
           SELECT NEAR-MISS-FILE
           ASSIGN TO "DAY3ANAL-STARS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STARS-STATUS.
           SELECT REPORT-FILE
           ASSIGN TO "DAY3ANAL.RPT"
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
           RECORD VARYING FROM 1 TO 140 CHARACTERS.
       01  IN-RECORD           PIC X(140).
       FD PART-FILE.
           COPY DAY3PART.
           COPY AOCTRLR
             REPLACING ==DATASET-TRAILER-RECORD==
               BY ==PART-TRAILER-RECORD==.
       FD GEAR-FILE.
           COPY DAY3GEAR.
           COPY AOCTRLR
             REPLACING ==DATASET-TRAILER-RECORD==
               BY ==GEAR-TRAILER-RECORD==.
       FD NEAR-MISS-FILE.
           COPY DAY3NEAR.
           COPY AOCTRLR.
       FD REPORT-FILE.
       01  REPORT-RECORD       PIC X(80).
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY AOCLOGC.
           COPY FILESTAT.
      *> RUN CORRELATION KEY AND CONSUMED INPUT GENERATION, PASSED
      *> DOWN BY THE DRIVING JOB STREAM AND STAMPED INTO EVERY
      *> OUTPUT RECORD; BLANK WHEN THE PROGRAM IS RUN STANDALONE
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-INPUT-GEN        PIC X(5) VALUE SPACES.
       01  WS-EDITED-STATUS    PIC 9(2).
       01  WS-PART-STATUS      PIC 9(2).
       01  WS-GEAR-STATUS      PIC 9(2).
       01  WS-STARS-STATUS     PIC 9(2).
       01  WS-REPORT-STATUS    PIC 9(2).
      *> THE RUN ANALYSED IN EACH EXTRACT: THE RUN-ID OF ITS LAST
      *> RECORD, TRAILER INCLUDED, SO A RUN THAT FOUND NO GEARS
      *> STILL SELECTS ITSELF RATHER THAN AN OLDER RUN
       01  WS-PART-TARGET-RUN  PIC X(14).
       01  WS-GEAR-TARGET-RUN  PIC X(14).
      *> EACH EXTRACT'S IN-BAND INTEGRITY TRAILER FOR THE TARGET RUN
      *> AND THE COUNT/HASH RE-DERIVED FROM ITS DETAIL RECORDS
       01  WS-VFY-COUNT        PIC 9(9).
       01  WS-VFY-HASH         PIC 9(12).
       01  WS-VFY-TRL-FOUND    PIC X.
       01  WS-VFY-TRL-COUNT    PIC 9(9).
       01  WS-VFY-TRL-HASH     PIC 9(12).
       01  WS-VFY-LABEL        PIC X(20).
      *> THE SCHEMATIC IS HELD AS THE SAME ROLLING THREE-ROW WINDOW
      *> DAY3A AND DAY3B USE: SLOT 1 THE ROW ABOVE, SLOT 2 THE
      *> CURRENT ROW, SLOT 3 THE ROW BELOW (BLANK AT THE EDGES)
       01  GRID-WINDOW.
           05  WINDOW-LINE     OCCURS 3 TIMES PIC X(140).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-LINE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-ROW              PIC 9(9).
       01  WS-COL-IDX          PIC 9(4).
       01  WS-CH-ROW           PIC 9(4).
       01  WS-CH-COL-IDX       PIC 9(4).
       01  WS-CUR-CHAR         PIC X.
       01  WS-SCAN-START       PIC 9(4).
       01  WS-SCAN-END         PIC 9(4).
       01  WS-NUM-START        PIC 9(4).
       01  WS-NUM-END          PIC 9(4).
       01  WS-NUM-LEN          PIC 9(4).
       01  WS-NUM-VALUE        PIC 9(6).
       01  WS-IN-NUMBER        PIC X.
       01  WS-TOUCHES-STAR     PIC X.
      *> THE NUMBERS TOUCHING THE CURRENT STAR
       01  WS-ADJ-COUNT        PIC 9(2).
       01  ADJ-NUMS.
           05  WS-ADJ-NUM      OCCURS 6 TIMES PIC 9(6).
       01  WS-ADJ-SUM          PIC 9(9).
       01  WS-GEAR-MATCH       PIC X.
      *> STARS BY NEIGHBOUR COUNT: SLOT 1 IS NO NEIGHBOURS, SLOT 2
      *> ONE, SLOT 3 TWO (THE GEARS) ... SLOT 7 SIX
       01  STAR-CENSUS.
           05  WS-STARS-AT     OCCURS 7 TIMES PIC 9(9).
       01  WS-STAR-TOTAL       PIC 9(9) VALUE ZERO.
       01  WS-CENSUS-IDX       PIC 9(2).
       01  WS-CENSUS-COUNT     PIC 9(1).
      *> MERGE KEYS: THE SCHEMATIC POSITION BEING MATCHED AND THE
      *> NEXT TARGET-RUN RECORD OF EACH EXTRACT (HIGH-VALUES ONCE
      *> THE EXTRACT IS EXHAUSTED)
       01  WS-GRID-KEY.
           05  WS-GK-ROW       PIC 9(9).
           05  WS-GK-COL       PIC 9(4).
       01  WS-PART-KEY.
           05  WS-PK-ROW       PIC 9(9).
           05  WS-PK-COL       PIC 9(4).
       01  WS-GEAR-KEY.
           05  WS-XK-ROW       PIC 9(9).
           05  WS-XK-COL       PIC 9(4).
      *> EVERY SYMBOL CELL ON THE CURRENT NUMBER'S BORDER, AND THE
      *> DISTINCT SYMBOL CHARACTERS AMONG THEM; A SIX-DIGIT NUMBER
      *> HAS SIXTEEN BORDER CELLS
       01  WS-SYM-CELLS        PIC 9(2).
       01  WS-SYM-CHARS        PIC X(16).
       01  WS-SYM-CHAR-COUNT   PIC 9(2).
       01  WS-SYM-TALLY        PIC 9(2).
       01  WS-SYM-IDX          PIC 9(2).
       01  WS-LOOK-CHAR        PIC X.
      *> PART-NUMBER SUMS BY SYMBOL CHARACTER: "TOUCHING" COUNTS A
      *> PART UNDER EVERY SYMBOL IT TOUCHES, "FIRST" UNDER THE ONE
      *> SYMBOL DAY3A QUALIFIED IT BY (WHICH SUMS TO THE DAY3A TOTAL)
       01  WS-SYMBOL-COUNT     PIC 9(2) VALUE ZERO.
       01  WS-MAX-SYMBOLS      PIC 9(2) VALUE 40.
       01  SYMBOL-TABLE.
           05  SYMBOL-ENTRY    OCCURS 1 TO 40 TIMES
                               DEPENDING ON WS-SYMBOL-COUNT.
               10  SY-CHAR         PIC X.
               10  SY-TOUCH-PARTS  PIC 9(9).
               10  SY-TOUCH-SUM    PIC 9(12).
               10  SY-FIRST-PARTS  PIC 9(9).
               10  SY-FIRST-SUM    PIC 9(12).
       01  WS-SY               PIC 9(2).
      *> RECONCILIATION OF THE SCHEMATIC AGAINST THE TWO EXTRACTS
       01  WS-NUMBERS-FOUND    PIC 9(9) VALUE ZERO.
       01  WS-PARTS-MATCHED    PIC 9(9) VALUE ZERO.
       01  WS-MULTI-PARTS      PIC 9(9) VALUE ZERO.
       01  WS-GRID-PART-TOTAL  PIC 9(12) VALUE ZERO.
       01  WS-FIRST-PART-TOTAL PIC 9(12) VALUE ZERO.
       01  WS-GEARS-MATCHED    PIC 9(9) VALUE ZERO.
       01  WS-FAULT-COUNT      PIC 9(9) VALUE ZERO.
      *> THIS RUN'S DETAIL CENSUS FOR THE IN-BAND INTEGRITY TRAILER
       01  WS-TRAILER-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-HASH     PIC 9(12) VALUE ZERO.
       01  WS-PRINT-LINE       PIC X(80).
       01  WS-FAULT-TEXT       PIC X(70).
       01  SYMBOL-LINE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  SL-CHAR         PIC X.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  SL-TOUCH-PARTS  PIC Z(13)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  SL-TOUCH-SUM    PIC Z(11)9.
           05  FILLER          PIC X(5) VALUE SPACES.
           05  SL-FIRST-PARTS  PIC Z(8)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  SL-FIRST-SUM    PIC Z(11)9.
       01  CENSUS-LINE.
           05  FILLER          PIC X(7) VALUE "  WITH ".
           05  CL-COUNT        PIC 9.
           05  FILLER          PIC X(24)
                               VALUE " ADJACENT NUMBER(S):    ".
           05  CL-STARS        PIC Z(8)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  CL-CATEGORY     PIC X(8).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-ID.
           MOVE "DAY3ANAL" TO WS-LOG-PROGRAM.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           MOVE "RUN STARTED" TO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.

           PERFORM FIND-PART-TARGET-RUN.
           PERFORM FIND-GEAR-TARGET-RUN.
           IF WS-PART-TARGET-RUN NOT = WS-GEAR-TARGET-RUN
             DISPLAY "*** LATEST DAY3A RUN " WS-PART-TARGET-RUN
               " AND LATEST DAY3B RUN " WS-GEAR-TARGET-RUN
               " DIFFER -- RUNS ARE OUT OF SYNC, ABORTING ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM VERIFY-PART-TRAILER.
           PERFORM VERIFY-GEAR-TRAILER.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DAY 3 NEAR-MISS AND SYMBOL ANALYSIS, EXTRACT RUN "
             WS-PART-TARGET-RUN
             DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DAY3-EDITED.DAT GENERATION " WS-INPUT-GEN
             " RUN " WS-RUN-ID
             DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "PARTS TOUCHING MORE THAN ONE SYMBOL CELL, AND FAULTS"
             TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.

           OPEN EXTEND NEAR-MISS-FILE.
           IF WS-STARS-STATUS = 35
             OPEN OUTPUT NEAR-MISS-FILE
           END-IF.
           MOVE WS-STARS-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           OPEN INPUT PART-FILE.
           MOVE WS-PART-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM READ-NEXT-PART.
           OPEN INPUT GEAR-FILE.
           MOVE WS-GEAR-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM READ-NEXT-GEAR.
           MOVE ZERO TO STAR-CENSUS.

           OPEN INPUT IN-FILE.
           MOVE WS-EDITED-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE SPACES TO GRID-WINDOW.
      *> PRIME THE LOOK-AHEAD SLOT WITH THE FIRST SCHEMATIC ROW; THE
      *> SCAN LOOP SLIDES IT INTO THE CURRENT SLOT AND READS AHEAD
           READ IN-FILE.
           IF WS-EDITED-STATUS = 0
             MOVE IN-RECORD TO WINDOW-LINE(3)
             ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM SCAN-ROW VARYING WS-ROW FROM 1 BY 1
             UNTIL WS-ROW > WS-LINE-COUNT.
           CLOSE IN-FILE.

      *> WHATEVER IS LEFT IN EITHER EXTRACT HAS NO SCHEMATIC CELL
           MOVE HIGH-VALUES TO WS-GRID-KEY.
           PERFORM SKIP-UNMATCHED-PART
             UNTIL WS-PART-KEY NOT < WS-GRID-KEY.
           PERFORM SKIP-UNMATCHED-GEAR
             UNTIL WS-GEAR-KEY NOT < WS-GRID-KEY.
           CLOSE PART-FILE.
           CLOSE GEAR-FILE.
           PERFORM WRITE-STARS-TRAILER.
           CLOSE NEAR-MISS-FILE.

           IF WS-MULTI-PARTS = ZERO AND WS-FAULT-COUNT = ZERO
             MOVE "  NONE" TO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM PRINT-STAR-CENSUS.
           PERFORM PRINT-SYMBOL-BREAKDOWN.
           PERFORM PRINT-RECONCILIATION.
           CLOSE REPORT-FILE.

           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "STARS " WS-STAR-TOTAL " GEARS " WS-STARS-AT(3)
             " MULTI-SYMBOL PARTS " WS-MULTI-PARTS
             " FAULTS " WS-FAULT-COUNT
             DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           IF WS-FAULT-COUNT NOT = ZERO
             MOVE "ERROR" TO WS-LOG-SEVERITY
             PERFORM WRITE-RUN-LOG
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE "INFO" TO WS-LOG-SEVERITY
             PERFORM WRITE-RUN-LOG
           END-IF.

           GOBACK.

           COPY FILEERR.

           COPY AOCLOGW.

      *> EACH EXTRACT'S TARGET RUN IS THE RUN-ID OF ITS LAST RECORD,
      *> THE FILES BEING APPENDED TO CHRONOLOGICALLY
       FIND-PART-TARGET-RUN.
           MOVE SPACES TO WS-PART-TARGET-RUN.
           OPEN INPUT PART-FILE.
           MOVE WS-PART-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM NOTE-PART-RUN UNTIL WS-PART-STATUS = 10.
           CLOSE PART-FILE.
       .
       NOTE-PART-RUN.
           READ PART-FILE.
           IF WS-PART-STATUS NOT = 10
             IF PART-DETAIL-RECORD(1:8) = "*TRAILER"
               MOVE TRL-RUN-ID OF PART-TRAILER-RECORD
                 TO WS-PART-TARGET-RUN
             ELSE
               MOVE PT-RUN-ID TO WS-PART-TARGET-RUN
             END-IF
           END-IF
       .
       FIND-GEAR-TARGET-RUN.
           MOVE SPACES TO WS-GEAR-TARGET-RUN.
           OPEN INPUT GEAR-FILE.
           MOVE WS-GEAR-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM NOTE-GEAR-RUN UNTIL WS-GEAR-STATUS = 10.
           CLOSE GEAR-FILE.
       .
       NOTE-GEAR-RUN.
           READ GEAR-FILE.
           IF WS-GEAR-STATUS NOT = 10
             IF GEAR-DETAIL-RECORD(1:8) = "*TRAILER"
               MOVE TRL-RUN-ID OF GEAR-TRAILER-RECORD
                 TO WS-GEAR-TARGET-RUN
             ELSE
               MOVE GR-RUN-ID TO WS-GEAR-TARGET-RUN
             END-IF
           END-IF
       .
      *> THE TARGET RUN'S IN-BAND TRAILER MUST PROVE ON BOTH
      *> EXTRACTS BEFORE ANY RECORD IS TRUSTED: RE-DERIVE THE COUNT
      *> AND KEY-FIELD HASH FROM THE DETAIL AND COMPARE
       VERIFY-PART-TRAILER.
           MOVE ZERO TO WS-VFY-COUNT.
           MOVE ZERO TO WS-VFY-HASH.
           MOVE 'N' TO WS-VFY-TRL-FOUND.
           MOVE "DAY3A-PARTS.DAT" TO WS-VFY-LABEL.
           OPEN INPUT PART-FILE.
           MOVE WS-PART-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM TALLY-PART-RECORD UNTIL WS-PART-STATUS = 10.
           CLOSE PART-FILE.
           PERFORM GRADE-TRAILER.
       .
       TALLY-PART-RECORD.
           READ PART-FILE.
           IF WS-PART-STATUS NOT = 10
             IF PART-DETAIL-RECORD(1:8) = "*TRAILER"
               IF TRL-RUN-ID OF PART-TRAILER-RECORD
                   = WS-PART-TARGET-RUN
                 MOVE 'Y' TO WS-VFY-TRL-FOUND
                 MOVE TRL-RECORD-COUNT OF PART-TRAILER-RECORD
                   TO WS-VFY-TRL-COUNT
                 MOVE TRL-HASH-TOTAL OF PART-TRAILER-RECORD
                   TO WS-VFY-TRL-HASH
               END-IF
             ELSE
               IF PT-RUN-ID = WS-PART-TARGET-RUN
                 ADD 1 TO WS-VFY-COUNT
                 ADD PT-VALUE TO WS-VFY-HASH
               END-IF
             END-IF
           END-IF
       .
       VERIFY-GEAR-TRAILER.
           MOVE ZERO TO WS-VFY-COUNT.
           MOVE ZERO TO WS-VFY-HASH.
           MOVE 'N' TO WS-VFY-TRL-FOUND.
           MOVE "DAY3B-GEARS.DAT" TO WS-VFY-LABEL.
           OPEN INPUT GEAR-FILE.
           MOVE WS-GEAR-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM TALLY-GEAR-RECORD UNTIL WS-GEAR-STATUS = 10.
           CLOSE GEAR-FILE.
           PERFORM GRADE-TRAILER.
       .
       TALLY-GEAR-RECORD.
           READ GEAR-FILE.
           IF WS-GEAR-STATUS NOT = 10
             IF GEAR-DETAIL-RECORD(1:8) = "*TRAILER"
               IF TRL-RUN-ID OF GEAR-TRAILER-RECORD
                   = WS-GEAR-TARGET-RUN
                 MOVE 'Y' TO WS-VFY-TRL-FOUND
                 MOVE TRL-RECORD-COUNT OF GEAR-TRAILER-RECORD
                   TO WS-VFY-TRL-COUNT
                 MOVE TRL-HASH-TOTAL OF GEAR-TRAILER-RECORD
                   TO WS-VFY-TRL-HASH
               END-IF
             ELSE
               IF GR-RUN-ID = WS-GEAR-TARGET-RUN
                 ADD 1 TO WS-VFY-COUNT
                 ADD GR-RATIO TO WS-VFY-HASH
               END-IF
             END-IF
           END-IF
       .
       GRADE-TRAILER.
           IF WS-VFY-TRL-FOUND = 'N'
             DISPLAY "*** NO INTEGRITY TRAILER FOR THE TARGET RUN "
               "IN " WS-VFY-LABEL ", ABORTING ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF WS-VFY-COUNT NOT = WS-VFY-TRL-COUNT
             OR WS-VFY-HASH NOT = WS-VFY-TRL-HASH
             DISPLAY "*** " WS-VFY-LABEL " TRAILER DOES NOT PROVE "
               "(COUNT " WS-VFY-COUNT " VS " WS-VFY-TRL-COUNT
               ", HASH " WS-VFY-HASH " VS " WS-VFY-TRL-HASH
               "), ABORTING ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
       .
      *> POSITION EACH EXTRACT ON ITS NEXT TARGET-RUN DETAIL RECORD,
      *> SKIPPING OLDER RUNS AND TRAILERS; THE KEY GOES TO
      *> HIGH-VALUES AT END OF FILE SO IT SORTS AFTER EVERY CELL
       READ-NEXT-PART.
           MOVE SPACES TO WS-PART-KEY.
           PERFORM READ-PART-RECORD UNTIL WS-PART-KEY NOT = SPACES.
       .
       READ-PART-RECORD.
           READ PART-FILE.
           IF WS-PART-STATUS = 10
             MOVE HIGH-VALUES TO WS-PART-KEY
           ELSE
             IF PART-DETAIL-RECORD(1:8) NOT = "*TRAILER"
               AND PT-RUN-ID = WS-PART-TARGET-RUN
               MOVE PT-ROW TO WS-PK-ROW
               MOVE PT-START-COL TO WS-PK-COL
             END-IF
           END-IF
       .
       READ-NEXT-GEAR.
           MOVE SPACES TO WS-GEAR-KEY.
           PERFORM READ-GEAR-RECORD UNTIL WS-GEAR-KEY NOT = SPACES.
       .
       READ-GEAR-RECORD.
           READ GEAR-FILE.
           IF WS-GEAR-STATUS = 10
             MOVE HIGH-VALUES TO WS-GEAR-KEY
           ELSE
             IF GEAR-DETAIL-RECORD(1:8) NOT = "*TRAILER"
               AND GR-RUN-ID = WS-GEAR-TARGET-RUN
               MOVE GR-ROW TO WS-XK-ROW
               MOVE GR-COL TO WS-XK-COL
             END-IF
           END-IF
       .
      *> SLIDE THE WINDOW DOWN ONE ROW: THE CURRENT ROW BECOMES THE
      *> ROW ABOVE, THE LOOK-AHEAD ROW BECOMES CURRENT, AND THE NEXT
      *> SCHEMATIC ROW (BLANK ONCE THE FILE IS EXHAUSTED) IS READ
      *> INTO THE LOOK-AHEAD SLOT
       ADVANCE-WINDOW.
           MOVE WINDOW-LINE(2) TO WINDOW-LINE(1)
           MOVE WINDOW-LINE(3) TO WINDOW-LINE(2)
           MOVE SPACES TO WINDOW-LINE(3)
           IF WS-EOF = 'N'
             READ IN-FILE
             IF WS-EDITED-STATUS NOT = 0
               MOVE 'Y' TO WS-EOF
             ELSE
               MOVE IN-RECORD TO WINDOW-LINE(3)
               ADD 1 TO WS-LINE-COUNT
             END-IF
           END-IF
       .
      *> ONE PASS ALONG THE CURRENT ROW HANDLES BOTH HALVES: A "*"
      *> IS SCORED AS A STAR, A RUN OF DIGITS AS A PART NUMBER. A
      *> NUMBER IS ONLY COMPLETE AT THE CELL AFTER ITS LAST DIGIT,
      *> SO A STAR AND THE NUMBER ENDING JUST BEFORE IT ARE BOTH
      *> HANDLED AT THAT CELL, NUMBER FIRST, KEEPING ROW ORDER
       SCAN-ROW.
           PERFORM ADVANCE-WINDOW
           MOVE 'N' TO WS-IN-NUMBER
           PERFORM TEST-COLUMN VARYING WS-COL-IDX FROM 1 BY 1
             UNTIL WS-COL-IDX > 140
           IF WS-IN-NUMBER = 'Y'
             PERFORM END-NUMBER
           END-IF
       .
       TEST-COLUMN.
           MOVE WINDOW-LINE(2)(WS-COL-IDX:1) TO WS-CUR-CHAR
           IF WS-CUR-CHAR IS NUMERIC
             IF WS-IN-NUMBER = 'N'
               MOVE WS-COL-IDX TO WS-NUM-START
               MOVE 'Y' TO WS-IN-NUMBER
             END-IF
             MOVE WS-COL-IDX TO WS-NUM-END
           ELSE
             IF WS-IN-NUMBER = 'Y'
               PERFORM END-NUMBER
             END-IF
             IF WINDOW-LINE(2)(WS-COL-IDX:1) = '*'
               PERFORM SCORE-STAR
             END-IF
           END-IF
       .
      *> ------------------------------------------------------------
      *> STAR HALF: COUNT THE NUMBERS TOUCHING THE STAR, MATCH IT TO
      *> THE GEAR EXTRACT, AND WRITE IT TO THE NEAR-MISS EXTRACT
      *> ------------------------------------------------------------
       SCORE-STAR.
           MOVE ZERO TO WS-ADJ-COUNT
           MOVE ZERO TO ADJ-NUMS
           MOVE ZERO TO WS-ADJ-SUM
           PERFORM FIND-NUMS-IN-ROW VARYING WS-CH-ROW FROM 1 BY 1
             UNTIL WS-CH-ROW > 3
           ADD 1 TO WS-STAR-TOTAL
           IF WS-ADJ-COUNT > 6
             ADD 1 TO WS-STARS-AT(7)
           ELSE
             ADD 1 TO WS-STARS-AT(WS-ADJ-COUNT + 1)
           END-IF
           PERFORM MATCH-GEAR
           PERFORM WRITE-NEAR-MISS
       .
      *> SCAN ONE NEIGHBOURING ROW FOR NUMBERS THAT OVERLAP THE
      *> STAR'S COLUMN RANGE (ONE COLUMN EITHER SIDE OF THE STAR);
      *> A WHOLE ROW IS WALKED SO A NUMBER IS READ FROM ITS START
       FIND-NUMS-IN-ROW.
           MOVE 1 TO WS-SCAN-START
           IF WS-COL-IDX > 1
             SUBTRACT 1 FROM WS-COL-IDX GIVING WS-SCAN-START
           END-IF
           ADD 1 TO WS-COL-IDX GIVING WS-SCAN-END
           IF WS-SCAN-END > 140
             MOVE 140 TO WS-SCAN-END
           END-IF
           MOVE 'N' TO WS-TOUCHES-STAR
           MOVE ZERO TO WS-NUM-LEN
           PERFORM TEST-NUM-COLUMN VARYING WS-CH-COL-IDX FROM 1 BY 1
             UNTIL WS-CH-COL-IDX > 140
           IF WS-NUM-LEN NOT = ZERO
             PERFORM END-ADJ-NUMBER
           END-IF
       .
       TEST-NUM-COLUMN.
           MOVE WINDOW-LINE(WS-CH-ROW)(WS-CH-COL-IDX:1)
             TO WS-CUR-CHAR
           IF WS-CUR-CHAR IS NUMERIC
             ADD 1 TO WS-NUM-LEN
             IF WS-CH-COL-IDX NOT < WS-SCAN-START
               AND WS-CH-COL-IDX NOT > WS-SCAN-END
               MOVE 'Y' TO WS-TOUCHES-STAR
             END-IF
           ELSE
             IF WS-NUM-LEN NOT = ZERO
               PERFORM END-ADJ-NUMBER
             END-IF
           END-IF
       .
      *> A NEIGHBOURING-ROW NUMBER HAS ENDED JUST BEFORE
      *> WS-CH-COL-IDX; IF IT OVERLAPPED THE STAR'S RANGE, KEEP IT
       END-ADJ-NUMBER.
           IF WS-TOUCHES-STAR = 'Y'
             ADD 1 TO WS-ADJ-COUNT
             IF WS-ADJ-COUNT NOT > 6
               MOVE WINDOW-LINE(WS-CH-ROW)
                 (WS-CH-COL-IDX - WS-NUM-LEN:WS-NUM-LEN)
                 TO WS-ADJ-NUM(WS-ADJ-COUNT)
               ADD WS-ADJ-NUM(WS-ADJ-COUNT) TO WS-ADJ-SUM
             END-IF
           END-IF
           MOVE 'N' TO WS-TOUCHES-STAR
           MOVE ZERO TO WS-NUM-LEN
       .
      *> GEAR RECORDS BEFORE THIS CELL HAD NO STAR TO SIT ON; ONE ON
      *> THIS CELL MUST BE A TWO-NEIGHBOUR STAR WITH THE SAME TWO
      *> PARTS, AND A TWO-NEIGHBOUR STAR MUST HAVE ONE
       MATCH-GEAR.
           MOVE WS-ROW TO WS-GK-ROW
           MOVE WS-COL-IDX TO WS-GK-COL
           PERFORM SKIP-UNMATCHED-GEAR
             UNTIL WS-GEAR-KEY NOT < WS-GRID-KEY
           MOVE 'N' TO WS-GEAR-MATCH
           IF WS-GEAR-KEY = WS-GRID-KEY
             IF WS-ADJ-COUNT = 2
               AND GR-PART-1 = WS-ADJ-NUM(1)
               AND GR-PART-2 = WS-ADJ-NUM(2)
               MOVE 'Y' TO WS-GEAR-MATCH
               ADD 1 TO WS-GEARS-MATCHED
             ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "GEAR AT ROW " GR-ROW " COL " GR-COL
                 " DISAGREES WITH THE SCHEMATIC ("
                 WS-ADJ-COUNT " NEIGHBOURS)"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM REPORT-FAULT
             END-IF
             PERFORM READ-NEXT-GEAR
           ELSE
             IF WS-ADJ-COUNT = 2
               MOVE SPACES TO WS-PRINT-LINE
               STRING "TWO-NEIGHBOUR STAR AT ROW " WS-ROW
                 " COL " WS-COL-IDX " HAS NO DAY3B GEAR RECORD"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM REPORT-FAULT
             END-IF
           END-IF
       .
       SKIP-UNMATCHED-GEAR.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DAY3B GEAR AT ROW " GR-ROW " COL " GR-COL
             " IS NOT ON A STAR IN THE SCHEMATIC"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM REPORT-FAULT
           PERFORM READ-NEXT-GEAR
       .
      *> APPEND THIS STAR TO THE NEAR-MISS EXTRACT, GEARS INCLUDED,
      *> SO THE EXTRACT ACCOUNTS FOR EVERY "*" IN THE SCHEMATIC
       WRITE-NEAR-MISS.
           MOVE WS-ROW TO NM-ROW
           MOVE WS-COL-IDX TO NM-COL
           IF WS-ADJ-COUNT > 6
             MOVE 6 TO NM-ADJ-COUNT
           ELSE
             MOVE WS-ADJ-COUNT TO NM-ADJ-COUNT
           END-IF
           EVALUATE WS-ADJ-COUNT
             WHEN 0
               MOVE "ISOLATED" TO NM-CATEGORY
             WHEN 1
               MOVE "SINGLE" TO NM-CATEGORY
             WHEN 2
               MOVE "GEAR" TO NM-CATEGORY
             WHEN OTHER
               MOVE "CROWDED" TO NM-CATEGORY
           END-EVALUATE
           MOVE ADJ-NUMS TO NM-PARTS
           MOVE WS-GEAR-MATCH TO NM-GEAR-MATCHED
           MOVE WS-RUN-ID TO NM-RUN-ID
           MOVE WS-INPUT-GEN TO NM-INPUT-GEN
           WRITE NEAR-MISS-RECORD
           ADD 1 TO WS-TRAILER-COUNT
           ADD WS-ADJ-SUM TO WS-TRAILER-HASH
       .
      *> ------------------------------------------------------------
      *> PART HALF: RESCAN THE NUMBER'S WHOLE BORDER FOR EVERY
      *> SYMBOL CELL, MATCH IT TO THE PART EXTRACT, AND ACCUMULATE
      *> THE BY-SYMBOL SUMS
      *> ------------------------------------------------------------
       END-NUMBER.
           MOVE 'N' TO WS-IN-NUMBER
           COMPUTE WS-NUM-LEN = WS-NUM-END - WS-NUM-START + 1
           MOVE WINDOW-LINE(2)(WS-NUM-START:WS-NUM-LEN)
             TO WS-NUM-VALUE
           ADD 1 TO WS-NUMBERS-FOUND
           MOVE ZERO TO WS-SYM-CELLS
           MOVE ZERO TO WS-SYM-CHAR-COUNT
           MOVE SPACES TO WS-SYM-CHARS
           MOVE WS-NUM-START TO WS-SCAN-START
           IF WS-SCAN-START > 1
             SUBTRACT 1 FROM WS-SCAN-START
           END-IF
           ADD 1 TO WS-NUM-END GIVING WS-SCAN-END
           IF WS-SCAN-END > 140
             MOVE 140 TO WS-SCAN-END
           END-IF
           PERFORM SCAN-BORDER-ROW VARYING WS-CH-ROW FROM 1 BY 1
             UNTIL WS-CH-ROW > 3
           IF WS-SYM-CELLS NOT = ZERO
             ADD WS-NUM-VALUE TO WS-GRID-PART-TOTAL
             PERFORM ADD-TOUCH-SYMBOL VARYING WS-SYM-IDX FROM 1 BY 1
               UNTIL WS-SYM-IDX > WS-SYM-CHAR-COUNT
           END-IF
           IF WS-SYM-CELLS > 1
             ADD 1 TO WS-MULTI-PARTS
             MOVE SPACES TO WS-PRINT-LINE
             STRING "  ROW " WS-ROW " COLS " WS-NUM-START "-"
               WS-NUM-END " PART " WS-NUM-VALUE " CELLS "
               WS-SYM-CELLS " SYMBOLS "
               WS-SYM-CHARS(1:WS-SYM-CHAR-COUNT)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
           END-IF
           PERFORM MATCH-PART
       .
       SCAN-BORDER-ROW.
           PERFORM SCAN-BORDER-CELL VARYING WS-CH-COL-IDX
             FROM WS-SCAN-START BY 1
             UNTIL WS-CH-COL-IDX > WS-SCAN-END
       .
      *> A SYMBOL IS ANYTHING BUT A DIGIT, A '.' OR A BLANK, AS IN
      *> DAY3A; EACH NEW CHARACTER IS ADDED TO THE DISTINCT LIST
       SCAN-BORDER-CELL.
           MOVE WINDOW-LINE(WS-CH-ROW)(WS-CH-COL-IDX:1)
             TO WS-CUR-CHAR
           IF WS-CUR-CHAR NOT = '.' AND WS-CUR-CHAR NOT = SPACE
             AND WS-CUR-CHAR NOT NUMERIC
             ADD 1 TO WS-SYM-CELLS
             MOVE ZERO TO WS-SYM-TALLY
             INSPECT WS-SYM-CHARS TALLYING WS-SYM-TALLY
               FOR ALL WS-CUR-CHAR
             IF WS-SYM-TALLY = ZERO
               ADD 1 TO WS-SYM-CHAR-COUNT
               MOVE WS-CUR-CHAR TO WS-SYM-CHARS(WS-SYM-CHAR-COUNT:1)
             END-IF
           END-IF
       .
       ADD-TOUCH-SYMBOL.
           MOVE WS-SYM-CHARS(WS-SYM-IDX:1) TO WS-LOOK-CHAR
           PERFORM FIND-SYMBOL-ENTRY
           ADD 1 TO SY-TOUCH-PARTS(WS-SY)
           ADD WS-NUM-VALUE TO SY-TOUCH-SUM(WS-SY)
       .
      *> LOCATE THE SYMBOL'S ROW IN THE BREAKDOWN TABLE, OPENING A
      *> NEW ONE THE FIRST TIME A CHARACTER IS SEEN
       FIND-SYMBOL-ENTRY.
           PERFORM VARYING WS-SY FROM 1 BY 1
             UNTIL WS-SY > WS-SYMBOL-COUNT
               OR SY-CHAR(WS-SY) = WS-LOOK-CHAR
             CONTINUE
           END-PERFORM
           IF WS-SY > WS-SYMBOL-COUNT
             IF WS-SYMBOL-COUNT NOT < WS-MAX-SYMBOLS
               DISPLAY "TOO MANY SYMBOL CHARACTERS, LIMIT IS "
                 WS-MAX-SYMBOLS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-SYMBOL-COUNT
             MOVE WS-SYMBOL-COUNT TO WS-SY
             MOVE WS-LOOK-CHAR TO SY-CHAR(WS-SY)
             MOVE ZERO TO SY-TOUCH-PARTS(WS-SY)
             MOVE ZERO TO SY-TOUCH-SUM(WS-SY)
             MOVE ZERO TO SY-FIRST-PARTS(WS-SY)
             MOVE ZERO TO SY-FIRST-SUM(WS-SY)
           END-IF
       .
      *> PART RECORDS BEFORE THIS NUMBER HAD NO NUMBER IN THE
      *> SCHEMATIC; THE ONE AT THIS NUMBER'S START MUST AGREE ON ITS
      *> SPAN, VALUE AND COUNTED FLAG. ITS QUALIFYING SYMBOL FEEDS THE
      *> FIRST-SYMBOL COLUMNS OF THE BREAKDOWN
       MATCH-PART.
           MOVE WS-ROW TO WS-GK-ROW
           MOVE WS-NUM-START TO WS-GK-COL
           PERFORM SKIP-UNMATCHED-PART
             UNTIL WS-PART-KEY NOT < WS-GRID-KEY
           IF WS-PART-KEY = WS-GRID-KEY
             IF PT-END-COL = WS-NUM-END
               AND PT-VALUE = WS-NUM-VALUE
               AND ((PT-COUNTED = 'Y' AND WS-SYM-CELLS NOT = ZERO)
                 OR (PT-COUNTED NOT = 'Y' AND WS-SYM-CELLS = ZERO))
               ADD 1 TO WS-PARTS-MATCHED
             ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DAY3A PART AT ROW " WS-ROW " COL "
                 WS-NUM-START " DISAGREES WITH THE SCHEMATIC"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM REPORT-FAULT
             END-IF
             IF PT-COUNTED = 'Y'
               ADD PT-VALUE TO WS-FIRST-PART-TOTAL
               MOVE PT-ADJ-SYMBOL TO WS-LOOK-CHAR
               PERFORM FIND-SYMBOL-ENTRY
               ADD 1 TO SY-FIRST-PARTS(WS-SY)
               ADD PT-VALUE TO SY-FIRST-SUM(WS-SY)
             END-IF
             PERFORM READ-NEXT-PART
           ELSE
             MOVE SPACES TO WS-PRINT-LINE
             STRING "NUMBER " WS-NUM-VALUE " AT ROW " WS-ROW " COL "
               WS-NUM-START " HAS NO DAY3A PART RECORD"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM REPORT-FAULT
           END-IF
       .
       SKIP-UNMATCHED-PART.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DAY3A PART AT ROW " PT-ROW " COL " PT-START-COL
             " IS NOT A NUMBER IN THE SCHEMATIC"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM REPORT-FAULT
           PERFORM READ-NEXT-PART
       .
      *> SEAL THIS RUN'S EXTRACT WITH AN IN-BAND INTEGRITY TRAILER:
      *> RECORD COUNT AND A HASH OF THE ADJACENT PART VALUES
       WRITE-STARS-TRAILER.
           MOVE "*TRAILER" TO TRL-MARKER OF DATASET-TRAILER-RECORD
           MOVE WS-RUN-ID TO TRL-RUN-ID OF DATASET-TRAILER-RECORD
           MOVE WS-TRAILER-COUNT
             TO TRL-RECORD-COUNT OF DATASET-TRAILER-RECORD
           MOVE WS-TRAILER-HASH
             TO TRL-HASH-TOTAL OF DATASET-TRAILER-RECORD
           WRITE DATASET-TRAILER-RECORD
       .
      *> HOW MANY STARS HAD HOW MANY NEIGHBOURS, AND HOW MANY OF
      *> THE TWO-NEIGHBOUR ONES DAY3B'S GEAR EXTRACT ACCOUNTS FOR
       PRINT-STAR-CENSUS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STARS BY ADJACENT NUMBER COUNT, " WS-STAR-TOTAL
             " IN ALL (DETAIL IN DAY3ANAL-STARS.DAT)"
             DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-CENSUS-LINE VARYING WS-CENSUS-IDX FROM 1 BY 1
             UNTIL WS-CENSUS-IDX > 7.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  GEARS MATCHED TO DAY3B-GEARS.DAT: "
             WS-GEARS-MATCHED " OF " WS-STARS-AT(3)
             DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
       .
       PRINT-CENSUS-LINE.
           COMPUTE WS-CENSUS-COUNT = WS-CENSUS-IDX - 1
           MOVE WS-CENSUS-COUNT TO CL-COUNT
           MOVE WS-STARS-AT(WS-CENSUS-IDX) TO CL-STARS
           EVALUATE WS-CENSUS-COUNT
             WHEN 0
               MOVE "ISOLATED" TO CL-CATEGORY
             WHEN 1
               MOVE "SINGLE" TO CL-CATEGORY
             WHEN 2
               MOVE "GEAR" TO CL-CATEGORY
             WHEN OTHER
               MOVE "CROWDED" TO CL-CATEGORY
           END-EVALUATE
           MOVE CENSUS-LINE TO WS-PRINT-LINE
           PERFORM PRINT-REPORT-LINE
       .
      *> PART-NUMBER SUM BY SYMBOL CHARACTER, IN CHARACTER ORDER
       PRINT-SYMBOL-BREAKDOWN.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "PART NUMBERS BY SYMBOL CHARACTER" TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "  SYM   TOUCH PARTS      TOUCH SUM"
             TO WS-PRINT-LINE.
           MOVE "   FIRST PARTS      FIRST SUM"
             TO WS-PRINT-LINE(35:29).
           PERFORM PRINT-REPORT-LINE.
           IF WS-SYMBOL-COUNT = ZERO
             MOVE "  NO SYMBOLS IN THE SCHEMATIC" TO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
           ELSE
             SORT SYMBOL-ENTRY ASCENDING SY-CHAR
             PERFORM PRINT-SYMBOL-LINE VARYING WS-SY FROM 1 BY 1
               UNTIL WS-SY > WS-SYMBOL-COUNT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  A PART TOUCHING SEVERAL SYMBOLS IS SUMMED UNDER "
             "EACH; FIRST-SYM IS DAY3A'S"
             DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
       .
       PRINT-SYMBOL-LINE.
           MOVE SY-CHAR(WS-SY) TO SL-CHAR
           MOVE SY-TOUCH-PARTS(WS-SY) TO SL-TOUCH-PARTS
           MOVE SY-TOUCH-SUM(WS-SY) TO SL-TOUCH-SUM
           MOVE SY-FIRST-PARTS(WS-SY) TO SL-FIRST-PARTS
           MOVE SY-FIRST-SUM(WS-SY) TO SL-FIRST-SUM
           MOVE SYMBOL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-REPORT-LINE
       .
      *> THE SCHEMATIC'S OWN PART TOTAL AGAINST THE ONE DAY3A'S
      *> EXTRACT CLAIMS, AND THE MATCH COUNTS BEHIND THEM
       PRINT-RECONCILIATION.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "RECONCILIATION" TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NUMBERS IN SCHEMATIC " WS-NUMBERS-FOUND
             ", MATCHED TO DAY3A-PARTS.DAT " WS-PARTS-MATCHED
             DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PART TOTAL FROM SCHEMATIC " WS-GRID-PART-TOTAL
             ", FROM DAY3A " WS-FIRST-PART-TOTAL
             DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PARTS TOUCHING MORE THAN ONE SYMBOL CELL "
             WS-MULTI-PARTS ", FAULTS " WS-FAULT-COUNT
             DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
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
             "DAY3_STAGED_GEN"
       .
       END PROGRAM DAY3ANAL.
