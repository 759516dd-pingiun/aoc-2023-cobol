      ******************************************************************
      * Advent of Code 2023, field-capacity headroom monitor           *
      *                                                                *
      * Several numeric fields in the suite's record layouts were      *
      * sized for the sample feeds and will wrap or truncate without   *
      * a word once a feed outgrows them. This step reads the latest   *
      * run of each detail extract, the card master, the warehouse     *
      * transmission status file, the control totals and the results   *
      * file, finds the highest value tonight put into each monitored  *
      * field, and reports it against the ceiling the field's picture  *
      * allows:                                                        *
      *                                                                *
      *   AUD-LINE-NUMBER  9(2)  DAY1A/DAY1B audit (one per line)      *
      *   DG-GAME-NUM      9(3)  DAY2A diagnostics                     *
      *   DR-GAME-NUM      9(3)  DAY2A draws                           *
      *   PT-START-COL     9(4)  DAY3A parts                           *
      *   GR-COL           9(4)  DAY3B gears                           *
      *   CM-CARD-NUM      9(4)  DAY4B card master                     *
      *   LG-CARD-NUM      9(4)  DAY4B ledger                          *
      *   XS-DETAIL-COUNT  9(4)  AOCXTRC transmission status           *
      *   AR-TOTAL         9(9)  results, every program                *
      *   CT-RECORDS-READ  9(9)  control totals, every program         *
      *                                                                *
      * The audit files carry one record per feed line, so for         *
      * AUD-LINE-NUMBER the run's record count is measured: that is    *
      * the figure that has to fit, and a field that has already       *
      * wrapped can never show it.                                     *
      *                                                                *
      * Each field's high-water mark is appended to                    *
      * FIELD-HIGHWATER.DAT, and the prior marks on file give a        *
      * growth-per-run projection of how many runs are left before     *
      * the ceiling. A field at or past WARN-PCT of its ceiling        *
      * (default 80) raises a WARNING in OPERATIONS-ALERTS.DAT and at  *
      * or past CRIT-PCT (default 95) a CRITICAL, both overridable     *
      * with records for this program in AOC-TUNING.DAT; the alert     *
      * metric is the field name. Any CRITICAL ends the step RC=8. A   *
      * breach acknowledged through the AOCACK workbench with an open  *
      * disposition is suppressed the way AOCALERT suppresses one.     *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -j AOCHEAD.cbl                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCHEAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-A-FILE
           ASSIGN TO "DAY1A-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT AUDIT-B-FILE
           ASSIGN TO "DAY1B-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT DIAG-FILE
           ASSIGN TO "DAY2A-DIAG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT DRAWS-FILE
           ASSIGN TO "DAY2A-DRAWS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT PARTS-FILE
           ASSIGN TO "DAY3A-PARTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT GEARS-FILE
           ASSIGN TO "DAY3B-GEARS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT CARD-MASTER
           ASSIGN TO "DAY4B-CARDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CARD-NUM
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT LEDGER-FILE
           ASSIGN TO "DAY4B-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT EXTRACT-STATUS-FILE
           ASSIGN TO "EXTRACT-STATUS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT RESULTS-FILE
           ASSIGN TO "AOC-RESULTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT CONTROL-TOTAL-FILE
           ASSIGN TO "CONTROL-TOTALS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATASET-STATUS.
           SELECT HIGH-WATER-FILE
           ASSIGN TO "FIELD-HIGHWATER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIGH-WATER-STATUS.
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
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-A-FILE.
           COPY DAY1AUD REPLACING ==AUDIT-RECORD== BY
             ==AUDIT-A-RECORD==.
       FD AUDIT-B-FILE.
           COPY DAY1AUD REPLACING ==AUDIT-RECORD== BY
             ==AUDIT-B-RECORD==.
       FD DIAG-FILE.
           COPY DAY2DIAG.
       FD DRAWS-FILE.
           COPY DAY2DRAW.
       FD PARTS-FILE.
           COPY DAY3PART.
       FD GEARS-FILE.
           COPY DAY3GEAR.
       FD CARD-MASTER.
           COPY DAY4CARD.
       FD LEDGER-FILE.
           COPY DAY4LEDG.
       FD EXTRACT-STATUS-FILE.
           COPY XTRSTAT.
       FD RESULTS-FILE.
           COPY AOCRES.
       FD CONTROL-TOTAL-FILE.
           COPY CTLTOT.
       FD HIGH-WATER-FILE.
           COPY HWMARK.
       FD TUNING-FILE.
           COPY TUNPARM.
       FD ALERT-FILE.
           COPY AOCALRT.
       FD ACK-FILE.
           COPY AOCACKR.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY AOCLOGC.
      *> RUN CORRELATION KEY FROM THE DRIVING JOB STREAM, STAMPED
      *> INTO THE RUN-LOG RECORDS; BLANK WHEN RUN STANDALONE
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-BUSDATE          PIC X(8) VALUE SPACES.
           COPY FILESTAT.
      *> THE MONITORED DATASETS ARE READ ONE AT A TIME AND SHARE A
      *> STATUS FIELD; A DATASET NOT YET CREATED IS SIMPLY NOT SEEN
       01  WS-DATASET-STATUS   PIC 9(2).
       01  WS-HIGH-WATER-STATUS PIC 9(2).
       01  WS-TUNING-STATUS    PIC 9(2).
       01  WS-ALERT-STATUS     PIC 9(2).
       01  WS-ACK-STATUS       PIC 9(2).
      *> PERCENTAGE-OF-CEILING THRESHOLDS, OVERRIDDEN AT STARTUP BY
      *> WARN-PCT / CRIT-PCT RECORDS FOR THIS PROGRAM IN AOC-TUNING
       77  WS-WARN-PCT         PIC 9(3) VALUE 80.
       77  WS-CRIT-PCT         PIC 9(3) VALUE 95.
      *> THE MONITORED FIELDS: WHERE EACH IS MEASURED, ITS NAME, THE
      *> ALERT METRIC IT FILES UNDER, THE DIGITS IN ITS PICTURE AND
      *> WHETHER THE FIELD'S VALUE (V) OR THE RUN'S RECORD COUNT (C)
      *> IS WHAT HAS TO FIT
       01  FIELD-VALUES.
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "DAY1A".
               10  FILLER      PIC X(16) VALUE "AUD-LINE-NUMBER".
               10  FILLER      PIC X(12) VALUE "AUD-LINE-NUM".
               10  FILLER      PIC 9(2)  VALUE 2.
               10  FILLER      PIC X     VALUE "C".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "DAY1B".
               10  FILLER      PIC X(16) VALUE "AUD-LINE-NUMBER".
               10  FILLER      PIC X(12) VALUE "AUD-LINE-NUM".
               10  FILLER      PIC 9(2)  VALUE 2.
               10  FILLER      PIC X     VALUE "C".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "DAY2A".
               10  FILLER      PIC X(16) VALUE "DG-GAME-NUM".
               10  FILLER      PIC X(12) VALUE "DG-GAME-NUM".
               10  FILLER      PIC 9(2)  VALUE 3.
               10  FILLER      PIC X     VALUE "V".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "DAY2A".
               10  FILLER      PIC X(16) VALUE "DR-GAME-NUM".
               10  FILLER      PIC X(12) VALUE "DR-GAME-NUM".
               10  FILLER      PIC 9(2)  VALUE 3.
               10  FILLER      PIC X     VALUE "V".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "DAY3A".
               10  FILLER      PIC X(16) VALUE "PT-START-COL".
               10  FILLER      PIC X(12) VALUE "PT-START-COL".
               10  FILLER      PIC 9(2)  VALUE 4.
               10  FILLER      PIC X     VALUE "V".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "DAY3B".
               10  FILLER      PIC X(16) VALUE "GR-COL".
               10  FILLER      PIC X(12) VALUE "GR-COL".
               10  FILLER      PIC 9(2)  VALUE 4.
               10  FILLER      PIC X     VALUE "V".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "DAY4B".
               10  FILLER      PIC X(16) VALUE "CM-CARD-NUM".
               10  FILLER      PIC X(12) VALUE "CM-CARD-NUM".
               10  FILLER      PIC 9(2)  VALUE 4.
               10  FILLER      PIC X     VALUE "V".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "DAY4B".
               10  FILLER      PIC X(16) VALUE "LG-CARD-NUM".
               10  FILLER      PIC X(12) VALUE "LG-CARD-NUM".
               10  FILLER      PIC 9(2)  VALUE 4.
               10  FILLER      PIC X     VALUE "V".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "AOCXTRC".
               10  FILLER      PIC X(16) VALUE "XS-DETAIL-COUNT".
               10  FILLER      PIC X(12) VALUE "XS-DETAIL-CT".
               10  FILLER      PIC 9(2)  VALUE 4.
               10  FILLER      PIC X     VALUE "V".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "RESULTS".
               10  FILLER      PIC X(16) VALUE "AR-TOTAL".
               10  FILLER      PIC X(12) VALUE "AR-TOTAL".
               10  FILLER      PIC 9(2)  VALUE 9.
               10  FILLER      PIC X     VALUE "V".
           05  FILLER.
               10  FILLER      PIC X(8)  VALUE "CONTROLS".
               10  FILLER      PIC X(16) VALUE "CT-RECORDS-READ".
               10  FILLER      PIC X(12) VALUE "CT-RECS-READ".
               10  FILLER      PIC 9(2)  VALUE 9.
               10  FILLER      PIC X     VALUE "V".
       01  FIELD-TABLE REDEFINES FIELD-VALUES.
           05  FIELD-DEFINITION OCCURS 11 TIMES.
               10  FL-SOURCE       PIC X(8).
               10  FL-FIELD-NAME   PIC X(16).
               10  FL-METRIC       PIC X(12).
               10  FL-DIGITS       PIC 9(2).
               10  FL-MEASURE      PIC X.
       01  WS-FIELD-COUNT      PIC 9(2) VALUE 11.
      *> TONIGHT'S MEASUREMENT PER FIELD, IN THE SAME ORDER: THE
      *> LATEST RUN SEEN IN THE DATASET (THE LAST RUN-ID ON FILE,
      *> TRAILER INCLUDED) AND ITS HIGH-WATER VALUE AND RECORD COUNT,
      *> PLUS THE PRIOR MARKS ON FILE FOR THE GROWTH PROJECTION
       01  MEASURE-TABLE.
           05  MEASURE-ENTRY   OCCURS 11 TIMES INDEXED BY FX.
               10  MS-SEEN         PIC X.
               10  MS-RUN-ID       PIC X(14).
               10  MS-HIGH-WATER   PIC 9(12).
               10  MS-OWNER-ID     PIC X(8).
               10  MS-RECORDS      PIC 9(9).
               10  MS-CEILING      PIC 9(12).
               10  MS-PCT-USED     PIC 9(3).
               10  MS-PRIOR-RUNS   PIC 9(4).
               10  MS-FIRST-MARK   PIC 9(12).
      *> ONE RECORD'S CONTRIBUTION, SET BY THE DATASET READER BEFORE
      *> IT PERFORMS NOTE-SAMPLE
       01  WS-SAMPLE-RUN-ID    PIC X(14).
       01  WS-SAMPLE-VALUE     PIC 9(12).
       01  WS-SAMPLE-OWNER     PIC X(8).
       01  WS-SAMPLE-TRAILER   PIC X.
      *> PROJECTION AND GRADING STATE FOR THE FIELD BEING REPORTED
       01  WS-GROWTH           PIC 9(12).
       01  WS-RUNS-LEFT        PIC 9(9).
       01  WS-METRIC-PCT       PIC 9(5).
       01  WS-FIELDS-SEEN      PIC 9(2) VALUE ZERO.
       01  WS-WARNING-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-CRITICAL-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT PIC 9(4) VALUE ZERO.
      *> BREACHES ACKNOWLEDGED WITH AN OPEN DISPOSITION THROUGH THE
      *> AOCACK WORKBENCH, KEYED BY PROGRAM AND METRIC, AS AOCALERT
      *> KEEPS THEM
       01  WS-SUPPRESS-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-MAX-SUPPRESS     PIC 9(4) VALUE 100.
       01  SUPPRESS-TABLE.
           05  SUPPRESS-ENTRY  OCCURS 100 TIMES INDEXED BY SP.
               10  SP-PROGRAM-ID   PIC X(8).
               10  SP-METRIC       PIC X(12).
               10  SP-OPEN-ACK     PIC X.
       01  WS-SUPPRESS-FOUND   PIC X.
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           ACCEPT WS-BUSDATE FROM ENVIRONMENT "BUSDATE".
           IF WS-BUSDATE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSDATE
           END-IF.
           MOVE "AOCHEAD" TO WS-LOG-PROGRAM.

           PERFORM LOAD-TUNING.
           PERFORM RESET-MEASURE VARYING FX FROM 1 BY 1
             UNTIL FX > WS-FIELD-COUNT.

           PERFORM SCAN-AUDIT-A.
           PERFORM SCAN-AUDIT-B.
           PERFORM SCAN-DIAG.
           PERFORM SCAN-DRAWS.
           PERFORM SCAN-PARTS.
           PERFORM SCAN-GEARS.
           PERFORM SCAN-CARD-MASTER.
           PERFORM SCAN-LEDGER.
           PERFORM SCAN-EXTRACT-STATUS.
           PERFORM SCAN-RESULTS.
           PERFORM SCAN-CONTROLS.

           PERFORM LOAD-PRIOR-MARKS.
           PERFORM LOAD-SUPPRESSIONS.

           DISPLAY "FIELD-CAPACITY HEADROOM FOR " WS-BUSDATE
             " (WARN " WS-WARN-PCT "%, CRITICAL " WS-CRIT-PCT "%)".
           DISPLAY "==============================================".
           OPEN EXTEND HIGH-WATER-FILE.
           IF WS-HIGH-WATER-STATUS = 35
             OPEN OUTPUT HIGH-WATER-FILE
           END-IF.
           MOVE WS-HIGH-WATER-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM REPORT-FIELD VARYING FX FROM 1 BY 1
             UNTIL FX > WS-FIELD-COUNT.
           CLOSE HIGH-WATER-FILE.

           DISPLAY " ".
           DISPLAY "HEADROOM: " WS-FIELDS-SEEN " FIELD(S) MEASURED, "
             WS-WARNING-COUNT " WARNING(S), "
             WS-CRITICAL-COUNT " CRITICAL, "
             WS-SUPPRESSED-COUNT " SUPPRESSED".
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "FIELDS " WS-FIELDS-SEEN " WARNING "
             WS-WARNING-COUNT " CRITICAL " WS-CRITICAL-COUNT
             " SUPPRESSED " WS-SUPPRESSED-COUNT
             DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           PERFORM WRITE-RUN-LOG.
           IF WS-CRITICAL-COUNT NOT = ZERO
             DISPLAY "*** A MONITORED FIELD IS AT CRITICAL CAPACITY ***"
             MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

           COPY FILEERR.

           COPY AOCLOGW.

      *> READ THE RUNTIME TUNING PARAMETER CARD THE WAY AOCTIME
      *> DOES: WARN-PCT AND CRIT-PCT RECORDS FOR THIS PROGRAM
      *> OVERRIDE THE COMPILED-IN THRESHOLDS, AND THE EFFECTIVE
      *> VALUES ARE ECHOED
       LOAD-TUNING.
           OPEN INPUT TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 35
             MOVE WS-TUNING-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-TUNING-RECORD UNTIL WS-TUNING-STATUS = 10
             CLOSE TUNING-FILE
           END-IF
           DISPLAY "TUNING: WARN-PCT " WS-WARN-PCT
             " CRIT-PCT " WS-CRIT-PCT.
       .
       READ-TUNING-RECORD.
           READ TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 10
             AND TUN-PROGRAM-ID = "AOCHEAD"
             AND TUN-VALUE NOT = ZERO
             IF TUN-VALUE > 100
               DISPLAY "TUNING: " TUN-KEYWORD " " TUN-VALUE
                 " EXCEEDS 100, DEFAULT KEPT"
             ELSE
               IF TUN-KEYWORD = "WARN-PCT"
                 MOVE TUN-VALUE TO WS-WARN-PCT
               END-IF
               IF TUN-KEYWORD = "CRIT-PCT"
                 MOVE TUN-VALUE TO WS-CRIT-PCT
               END-IF
             END-IF
           END-IF
       .
       RESET-MEASURE.
           MOVE 'N' TO MS-SEEN(FX)
           MOVE SPACES TO MS-RUN-ID(FX)
           MOVE ZERO TO MS-HIGH-WATER(FX)
           MOVE FL-SOURCE(FX) TO MS-OWNER-ID(FX)
           MOVE ZERO TO MS-RECORDS(FX)
           COMPUTE MS-CEILING(FX) = 10 ** FL-DIGITS(FX) - 1
           MOVE ZERO TO MS-PCT-USED(FX)
           MOVE ZERO TO MS-PRIOR-RUNS(FX)
           MOVE ZERO TO MS-FIRST-MARK(FX)
       .
      *> FOLD ONE RECORD INTO ITS FIELD'S MEASUREMENT. A CHANGE OF
      *> RUN-ID STARTS THE MEASUREMENT AGAIN, THE DATASETS BEING
      *> APPENDED TO ONE RUN AFTER ANOTHER, SO AT END OF FILE WHAT IS
      *> LEFT IS THE LATEST RUN; A TRAILER COUNTS FOR THE RUN CHANGE
      *> BUT CARRIES NO VALUE OF ITS OWN
       NOTE-SAMPLE.
           IF MS-SEEN(FX) = 'N'
             OR WS-SAMPLE-RUN-ID NOT = MS-RUN-ID(FX)
             MOVE 'Y' TO MS-SEEN(FX)
             MOVE WS-SAMPLE-RUN-ID TO MS-RUN-ID(FX)
             MOVE ZERO TO MS-HIGH-WATER(FX)
             MOVE FL-SOURCE(FX) TO MS-OWNER-ID(FX)
             MOVE ZERO TO MS-RECORDS(FX)
           END-IF
           IF WS-SAMPLE-TRAILER = 'N'
             ADD 1 TO MS-RECORDS(FX)
             IF FL-MEASURE(FX) = "C"
               MOVE MS-RECORDS(FX) TO WS-SAMPLE-VALUE
             END-IF
             IF WS-SAMPLE-VALUE > MS-HIGH-WATER(FX)
               MOVE WS-SAMPLE-VALUE TO MS-HIGH-WATER(FX)
               MOVE WS-SAMPLE-OWNER TO MS-OWNER-ID(FX)
             END-IF
           END-IF
       .
      *> ------------------------------------------------------------
      *> ONE READER PER MONITORED DATASET. EACH SETS THE FIELD INDEX,
      *> THE RECORD'S RUN-ID AND VALUE, AND NOTES THE SAMPLE; THE
      *> PER-RUN EXTRACTS CARRY AN AOCTRLR TRAILER AFTER EACH RUN
      *> ------------------------------------------------------------
       SCAN-AUDIT-A.
           SET FX TO 1
           OPEN INPUT AUDIT-A-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-AUDIT-A UNTIL WS-DATASET-STATUS = 10
             CLOSE AUDIT-A-FILE
           END-IF
       .
       READ-AUDIT-A.
           READ AUDIT-A-FILE
           IF WS-DATASET-STATUS NOT = 10
             IF AUDIT-A-RECORD(1:8) = "*TRAILER"
               MOVE 'Y' TO WS-SAMPLE-TRAILER
               MOVE AUDIT-A-RECORD(9:14) TO WS-SAMPLE-RUN-ID
             ELSE
               MOVE 'N' TO WS-SAMPLE-TRAILER
               MOVE AUD-RUN-ID OF AUDIT-A-RECORD TO WS-SAMPLE-RUN-ID
               MOVE AUD-LINE-NUMBER OF AUDIT-A-RECORD
                 TO WS-SAMPLE-VALUE
             END-IF
             MOVE FL-SOURCE(FX) TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
       SCAN-AUDIT-B.
           SET FX TO 2
           OPEN INPUT AUDIT-B-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-AUDIT-B UNTIL WS-DATASET-STATUS = 10
             CLOSE AUDIT-B-FILE
           END-IF
       .
       READ-AUDIT-B.
           READ AUDIT-B-FILE
           IF WS-DATASET-STATUS NOT = 10
             IF AUDIT-B-RECORD(1:8) = "*TRAILER"
               MOVE 'Y' TO WS-SAMPLE-TRAILER
               MOVE AUDIT-B-RECORD(9:14) TO WS-SAMPLE-RUN-ID
             ELSE
               MOVE 'N' TO WS-SAMPLE-TRAILER
               MOVE AUD-RUN-ID OF AUDIT-B-RECORD TO WS-SAMPLE-RUN-ID
               MOVE AUD-LINE-NUMBER OF AUDIT-B-RECORD
                 TO WS-SAMPLE-VALUE
             END-IF
             MOVE FL-SOURCE(FX) TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
       SCAN-DIAG.
           SET FX TO 3
           OPEN INPUT DIAG-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-DIAG UNTIL WS-DATASET-STATUS = 10
             CLOSE DIAG-FILE
           END-IF
       .
       READ-DIAG.
           READ DIAG-FILE
           IF WS-DATASET-STATUS NOT = 10
             IF DIAG-RECORD(1:8) = "*TRAILER"
               MOVE 'Y' TO WS-SAMPLE-TRAILER
               MOVE DIAG-RECORD(9:14) TO WS-SAMPLE-RUN-ID
             ELSE
               MOVE 'N' TO WS-SAMPLE-TRAILER
               MOVE DG-RUN-ID TO WS-SAMPLE-RUN-ID
               MOVE DG-GAME-NUM TO WS-SAMPLE-VALUE
             END-IF
             MOVE FL-SOURCE(FX) TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
       SCAN-DRAWS.
           SET FX TO 4
           OPEN INPUT DRAWS-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-DRAWS UNTIL WS-DATASET-STATUS = 10
             CLOSE DRAWS-FILE
           END-IF
       .
       READ-DRAWS.
           READ DRAWS-FILE
           IF WS-DATASET-STATUS NOT = 10
             IF DRAW-RECORD(1:8) = "*TRAILER"
               MOVE 'Y' TO WS-SAMPLE-TRAILER
               MOVE DRAW-RECORD(9:14) TO WS-SAMPLE-RUN-ID
             ELSE
               MOVE 'N' TO WS-SAMPLE-TRAILER
               MOVE DR-RUN-ID TO WS-SAMPLE-RUN-ID
               MOVE DR-GAME-NUM TO WS-SAMPLE-VALUE
             END-IF
             MOVE FL-SOURCE(FX) TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
       SCAN-PARTS.
           SET FX TO 5
           OPEN INPUT PARTS-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-PARTS UNTIL WS-DATASET-STATUS = 10
             CLOSE PARTS-FILE
           END-IF
       .
       READ-PARTS.
           READ PARTS-FILE
           IF WS-DATASET-STATUS NOT = 10
             IF PART-DETAIL-RECORD(1:8) = "*TRAILER"
               MOVE 'Y' TO WS-SAMPLE-TRAILER
               MOVE PART-DETAIL-RECORD(9:14) TO WS-SAMPLE-RUN-ID
             ELSE
               MOVE 'N' TO WS-SAMPLE-TRAILER
               MOVE PT-RUN-ID TO WS-SAMPLE-RUN-ID
               MOVE PT-START-COL TO WS-SAMPLE-VALUE
             END-IF
             MOVE FL-SOURCE(FX) TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
       SCAN-GEARS.
           SET FX TO 6
           OPEN INPUT GEARS-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-GEARS UNTIL WS-DATASET-STATUS = 10
             CLOSE GEARS-FILE
           END-IF
       .
       READ-GEARS.
           READ GEARS-FILE
           IF WS-DATASET-STATUS NOT = 10
             IF GEAR-DETAIL-RECORD(1:8) = "*TRAILER"
               MOVE 'Y' TO WS-SAMPLE-TRAILER
               MOVE GEAR-DETAIL-RECORD(9:14) TO WS-SAMPLE-RUN-ID
             ELSE
               MOVE 'N' TO WS-SAMPLE-TRAILER
               MOVE GR-RUN-ID TO WS-SAMPLE-RUN-ID
               MOVE GR-COL TO WS-SAMPLE-VALUE
             END-IF
             MOVE FL-SOURCE(FX) TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
      *> THE CARD MASTER IS REBUILT BY EVERY DAY4B RUN AND CARRIES NO
      *> RUN-ID, SO THE WHOLE FILE IS THE LATEST RUN; UNSEEN CARDS
      *> COUNT TOO, SINCE FAN-OUT HAS ALREADY HAD TO KEY THEM
       SCAN-CARD-MASTER.
           SET FX TO 7
           OPEN INPUT CARD-MASTER
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CARD-MASTER UNTIL WS-DATASET-STATUS = 10
             CLOSE CARD-MASTER
           END-IF
       .
       READ-CARD-MASTER.
           READ CARD-MASTER NEXT
           IF WS-DATASET-STATUS NOT = 10
             MOVE 'N' TO WS-SAMPLE-TRAILER
             MOVE SPACES TO WS-SAMPLE-RUN-ID
             MOVE CM-CARD-NUM TO WS-SAMPLE-VALUE
             MOVE FL-SOURCE(FX) TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
       SCAN-LEDGER.
           SET FX TO 8
           OPEN INPUT LEDGER-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-LEDGER UNTIL WS-DATASET-STATUS = 10
             CLOSE LEDGER-FILE
           END-IF
       .
       READ-LEDGER.
           READ LEDGER-FILE
           IF WS-DATASET-STATUS NOT = 10
             IF LEDGER-RECORD(1:8) = "*TRAILER"
               MOVE 'Y' TO WS-SAMPLE-TRAILER
               MOVE LEDGER-RECORD(9:14) TO WS-SAMPLE-RUN-ID
             ELSE
               MOVE 'N' TO WS-SAMPLE-TRAILER
               MOVE LG-RUN-ID TO WS-SAMPLE-RUN-ID
               MOVE LG-CARD-NUM TO WS-SAMPLE-VALUE
             END-IF
             MOVE FL-SOURCE(FX) TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
      *> ONLY THE SENT RECORDS CARRY THE DETAIL COUNT AOCXTRC CUT;
      *> THE ACKNOWLEDGMENT STATUSES APPENDED LATER ARE PASSED OVER
       SCAN-EXTRACT-STATUS.
           SET FX TO 9
           OPEN INPUT EXTRACT-STATUS-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-EXTRACT-STATUS UNTIL WS-DATASET-STATUS = 10
             CLOSE EXTRACT-STATUS-FILE
           END-IF
       .
       READ-EXTRACT-STATUS.
           READ EXTRACT-STATUS-FILE
           IF WS-DATASET-STATUS NOT = 10
             AND XS-STATUS = "SENT"
             MOVE 'N' TO WS-SAMPLE-TRAILER
             MOVE XS-RUN-ID TO WS-SAMPLE-RUN-ID
             MOVE XS-DETAIL-COUNT TO WS-SAMPLE-VALUE
             MOVE FL-SOURCE(FX) TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
      *> THE SHARED RESULTS AND CONTROL FILES HOLD EVERY PROGRAM'S
      *> RECORD FOR A RUN; THE PROGRAM WITH THE HIGHEST VALUE OWNS
      *> THE HIGH-WATER MARK AND ANY ALERT RAISED ON IT
       SCAN-RESULTS.
           SET FX TO 10
           OPEN INPUT RESULTS-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-RESULTS UNTIL WS-DATASET-STATUS = 10
             CLOSE RESULTS-FILE
           END-IF
       .
       READ-RESULTS.
           READ RESULTS-FILE
           IF WS-DATASET-STATUS NOT = 10
             MOVE 'N' TO WS-SAMPLE-TRAILER
             MOVE AR-RUN-ID TO WS-SAMPLE-RUN-ID
             MOVE AR-TOTAL TO WS-SAMPLE-VALUE
             MOVE AR-PROGRAM-ID TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
       SCAN-CONTROLS.
           SET FX TO 11
           OPEN INPUT CONTROL-TOTAL-FILE
           IF WS-DATASET-STATUS NOT = 35
             MOVE WS-DATASET-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CONTROLS UNTIL WS-DATASET-STATUS = 10
             CLOSE CONTROL-TOTAL-FILE
           END-IF
       .
       READ-CONTROLS.
           READ CONTROL-TOTAL-FILE
           IF WS-DATASET-STATUS NOT = 10
             MOVE 'N' TO WS-SAMPLE-TRAILER
             MOVE CT-RUN-ID TO WS-SAMPLE-RUN-ID
             MOVE CT-RECORDS-READ TO WS-SAMPLE-VALUE
             MOVE CT-PROGRAM-ID TO WS-SAMPLE-OWNER
             PERFORM NOTE-SAMPLE
           END-IF
       .
      *> THE HIGH-WATER MARKS EARLIER RUNS FILED: HOW MANY THERE ARE
      *> PER FIELD AND THE OLDEST STILL ON FILE, WHICH THE GROWTH
      *> PROJECTION RUNS FROM
       LOAD-PRIOR-MARKS.
           OPEN INPUT HIGH-WATER-FILE.
           IF WS-HIGH-WATER-STATUS NOT = 35
             MOVE WS-HIGH-WATER-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-PRIOR-MARK
               UNTIL WS-HIGH-WATER-STATUS = 10
             CLOSE HIGH-WATER-FILE
           END-IF
       .
       READ-PRIOR-MARK.
           READ HIGH-WATER-FILE.
           IF WS-HIGH-WATER-STATUS NOT = 10
             PERFORM NOTE-PRIOR-MARK VARYING FX FROM 1 BY 1
               UNTIL FX > WS-FIELD-COUNT
           END-IF
       .
       NOTE-PRIOR-MARK.
           IF FL-SOURCE(FX) = HW-SOURCE
             AND FL-FIELD-NAME(FX) = HW-FIELD-NAME
             IF MS-PRIOR-RUNS(FX) = ZERO
               MOVE HW-HIGH-WATER TO MS-FIRST-MARK(FX)
             END-IF
             ADD 1 TO MS-PRIOR-RUNS(FX)
           END-IF
       .
      *> FOLD THE ACKNOWLEDGMENT TRAIL DOWN TO WHICH PROGRAM/METRIC
      *> BREACHES CURRENTLY CARRY AN OPEN ACKNOWLEDGMENT; NO ACK FILE
      *> YET JUST MEANS NOTHING IS SUPPRESSED
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
             MOVE 'N' TO WS-SUPPRESS-FOUND
             PERFORM NOTE-ACK VARYING SP FROM 1 BY 1
               UNTIL SP > WS-SUPPRESS-COUNT
                 OR WS-SUPPRESS-FOUND = 'Y'
             IF WS-SUPPRESS-FOUND = 'N'
               IF WS-SUPPRESS-COUNT NOT < WS-MAX-SUPPRESS
                 DISPLAY "TOO MANY ACKNOWLEDGED BREACHES, LIMIT IS "
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
      *> ONE LINE PER FIELD: HIGH-WATER AGAINST CEILING, PERCENTAGE
      *> USED AND THE PROJECTION, THEN THE MARK IS FILED AND THE
      *> FIELD GRADED AGAINST THE THRESHOLDS. A FIELD WHOSE DATASET
      *> IS NOT ON FILE IS REPORTED BUT NEITHER FILED NOR GRADED
       REPORT-FIELD.
           IF MS-SEEN(FX) = 'N'
             DISPLAY FL-SOURCE(FX) " " FL-FIELD-NAME(FX)
               "  DATASET NOT ON FILE, NOT MEASURED"
           ELSE
             ADD 1 TO WS-FIELDS-SEEN
             COMPUTE MS-PCT-USED(FX) =
               MS-HIGH-WATER(FX) * 100 / MS-CEILING(FX)
             DISPLAY FL-SOURCE(FX) " " FL-FIELD-NAME(FX)
               " 9(" FL-DIGITS(FX) ") HIGH " MS-HIGH-WATER(FX)
               " OF " MS-CEILING(FX) " " MS-PCT-USED(FX) "%"
             PERFORM PROJECT-GROWTH
             PERFORM FILE-HIGH-WATER
             PERFORM GRADE-FIELD
           END-IF
       .
      *> LINEAR GROWTH PER RUN FROM THE OLDEST MARK ON FILE TO
      *> TONIGHT'S, AND THE RUNS LEFT AT THAT RATE BEFORE THE CEILING
       PROJECT-GROWTH.
           IF MS-PRIOR-RUNS(FX) = ZERO
             DISPLAY "    NO PRIOR MARKS ON FILE, NO PROJECTION"
           ELSE
             IF MS-HIGH-WATER(FX) NOT > MS-FIRST-MARK(FX)
               DISPLAY "    NO GROWTH OVER " MS-PRIOR-RUNS(FX)
                 " PRIOR RUN(S)"
             ELSE
               COMPUTE WS-GROWTH ROUNDED =
                 (MS-HIGH-WATER(FX) - MS-FIRST-MARK(FX))
                   / MS-PRIOR-RUNS(FX)
               IF WS-GROWTH = ZERO
                 MOVE 1 TO WS-GROWTH
               END-IF
               COMPUTE WS-RUNS-LEFT =
                 (MS-CEILING(FX) - MS-HIGH-WATER(FX)) / WS-GROWTH
               IF WS-RUNS-LEFT = ZERO
                 DISPLAY "    GROWING " WS-GROWTH " PER RUN OVER "
                   MS-PRIOR-RUNS(FX) " PRIOR RUN(S), CEILING WITHIN "
                   "ONE RUN"
               ELSE
                 DISPLAY "    GROWING " WS-GROWTH " PER RUN OVER "
                   MS-PRIOR-RUNS(FX) " PRIOR RUN(S), CEILING IN ABOUT "
                   WS-RUNS-LEFT " RUN(S)"
               END-IF
             END-IF
           END-IF
       .
       FILE-HIGH-WATER.
           MOVE FL-SOURCE(FX) TO HW-SOURCE
           MOVE WS-BUSDATE TO HW-BUSDATE
           MOVE FL-FIELD-NAME(FX) TO HW-FIELD-NAME
           MOVE MS-OWNER-ID(FX) TO HW-OWNER-ID
           MOVE MS-HIGH-WATER(FX) TO HW-HIGH-WATER
           MOVE MS-CEILING(FX) TO HW-CEILING
           MOVE MS-PCT-USED(FX) TO HW-PCT-USED
           MOVE MS-RUN-ID(FX) TO HW-RUN-ID
           WRITE HIGH-WATER-RECORD
       .
       GRADE-FIELD.
           MOVE MS-PCT-USED(FX) TO WS-METRIC-PCT
           IF WS-CRIT-PCT NOT = ZERO
             AND WS-METRIC-PCT NOT < WS-CRIT-PCT
             MOVE "CRITICAL" TO ALR-SEVERITY
             MOVE WS-CRIT-PCT TO ALR-THRESHOLD-PCT
             PERFORM RAISE-ALERT
           ELSE
             IF WS-WARN-PCT NOT = ZERO
               AND WS-METRIC-PCT NOT < WS-WARN-PCT
               MOVE "WARNING" TO ALR-SEVERITY
               MOVE WS-WARN-PCT TO ALR-THRESHOLD-PCT
               PERFORM RAISE-ALERT
             END-IF
           END-IF
       .
      *> FILE THE ALERT AGAINST THE PROGRAM OWNING THE HIGH-WATER
      *> VALUE, UNLESS THAT PROGRAM/FIELD BREACH IS ALREADY
      *> ACKNOWLEDGED WITH AN OPEN DISPOSITION
       RAISE-ALERT.
           MOVE FL-METRIC(FX) TO ALR-METRIC
           MOVE 'N' TO WS-SUPPRESS-FOUND
           PERFORM CHECK-SUPPRESSION VARYING SP FROM 1 BY 1
             UNTIL SP > WS-SUPPRESS-COUNT
               OR WS-SUPPRESS-FOUND = 'Y'
           IF WS-SUPPRESS-FOUND = 'Y'
             ADD 1 TO WS-SUPPRESSED-COUNT
             DISPLAY "    SUPPRESSED " ALR-SEVERITY " "
               MS-OWNER-ID(FX) " " ALR-METRIC
               " -- BREACH ACKNOWLEDGED, DISPOSITION STILL OPEN"
           ELSE
             PERFORM FILE-ALERT
           END-IF
       .
       CHECK-SUPPRESSION.
           IF SP-PROGRAM-ID(SP) = MS-OWNER-ID(FX)
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
           MOVE MS-OWNER-ID(FX) TO ALR-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALR-RUN-DATE
           MOVE WS-METRIC-PCT TO ALR-VALUE-PCT
           MOVE MS-RUN-ID(FX) TO ALR-RUN-ID
           MOVE SPACES TO ALR-INPUT-GEN
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           DISPLAY "    " ALR-SEVERITY " " ALR-PROGRAM-ID " "
             ALR-METRIC " " ALR-VALUE-PCT "% (THRESHOLD "
             ALR-THRESHOLD-PCT "%)"
           IF ALR-SEVERITY = "CRITICAL"
             MOVE "ERROR" TO WS-LOG-SEVERITY
           ELSE
             MOVE "WARNING" TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ALERT " DELIMITED BY SIZE
             ALR-PROGRAM-ID DELIMITED BY SPACE
             " " ALR-METRIC " " ALR-VALUE-PCT
             "% (THRESHOLD " ALR-THRESHOLD-PCT "%)"
             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-RUN-LOG
       .
       END PROGRAM AOCHEAD.
