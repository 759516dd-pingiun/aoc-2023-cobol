      ******************************************************************
      * Advent of Code 2023, shadow-run comparison and verdict         *
      *                                                                *
      * Run by SHADOW.sh once a candidate build of a registry program  *
      * has run against one input generation with every output sent    *
      * to the shadow directory. Sets the shadow run against the       *
      * production run of the same program on the same generation --   *
      * the last AOC-RESULTS.DAT record of the program with that       *
      * AR-INPUT-GEN -- record by record, for every dataset named in   *
      * the shadow's output list: the results and control totals,      *
      * and each detail extract the candidate wrote or the program     *
      * names.                                                         *
      *                                                                *
      * Records are selected and laid out through the record-layout    *
      * dictionary (RECORD-LAYOUTS.DAT, the shared BRWSW paragraphs):  *
      * a run's records are the ones carrying its run-id, and only the *
      * program's own where the layout has a PROGRAM field. The n-th   *
      * record of one run is set against the n-th of the other with    *
      * the run-id, and any STAMP field, blanked, since those always   *
      * differ; integrity trailers are compared through the *TRAILER   *
      * layout the same way. Every difference is listed field by       *
      * field in SHADOW-COMPARE.RPT. A dataset the candidate wrote     *
      * that the dictionary cannot select by run-id is listed NOT      *
      * COMPARED.                                                      *
      *                                                                *
      * The verdict is PASS when at least one dataset was compared and *
      * nothing differed, else FAIL (RC=4); it is appended to          *
      * SHADOW-VERDICTS.DAT (SHDVERD.CPY) with the change reference    *
      * the candidate was run for. No production run of the program    *
      * on the generation is refused RC=8 with no verdict recorded.    *
      *                                                                *
      * Parameters, passed in the environment by SHADOW.sh:            *
      *   AOCRUNID     the shadow run-id                               *
      *   SHPROGRAM    the registry program shadowed                   *
      *   SHGEN        the input generation it ran against (G0003)     *
      *   SHDIR        the shadow directory its outputs are in         *
      *   SHCANDIDATE  the candidate source that was built             *
      *   SHCHANGE     the change reference the verdict is kept under  *
      *   SHUSER       the operator who ran it                         *
      *   SHPRODRUN    a production run-id to compare against,         *
      *                instead of the last on file for the generation  *
      * and DD_SHADLIST, the list of datasets to compare, one name to  *
      * a line.                                                        *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCSHAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE
           ASSIGN TO "RECORD-LAYOUTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT BROWSE-FILE
           ASSIGN TO "BRWSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BROWSE-STATUS.
           SELECT BROWSE-REPORT
           ASSIGN TO "BROWSE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BRPT-STATUS.
           SELECT BROWSE-EXPORT
           ASSIGN TO "BROWSE-EXPORT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BEXP-STATUS.
           SELECT SHADOW-FILE
           ASSIGN TO "SHADIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SHADOW-STATUS.
           SELECT OUTPUT-LIST
           ASSIGN TO "SHADLIST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.
           SELECT RESULTS-FILE
           ASSIGN TO "AOC-RESULTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.
           SELECT COMPARE-REPORT
           ASSIGN TO "SHADOW-COMPARE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT VERDICT-FILE
           ASSIGN TO "SHADOW-VERDICTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VERDICT-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LAYOUT-FILE.
           COPY LAYDICT.
       FD BROWSE-FILE
           RECORD VARYING FROM 1 TO 400 CHARACTERS.
       01  BROWSE-RECORD       PIC X(400).
       FD BROWSE-REPORT.
       01  BROWSE-REPORT-RECORD PIC X(400).
       FD BROWSE-EXPORT.
       01  BROWSE-EXPORT-RECORD PIC X(400).
       FD SHADOW-FILE
           RECORD VARYING FROM 1 TO 400 CHARACTERS.
       01  SHADOW-RECORD       PIC X(400).
       FD OUTPUT-LIST.
       01  OUTPUT-LIST-RECORD  PIC X(30).
       FD RESULTS-FILE.
           COPY AOCRES.
       FD COMPARE-REPORT.
       01  COMPARE-REPORT-RECORD PIC X(132).
       FD VERDICT-FILE.
           COPY SHDVERD.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
           COPY BRWSC.
           COPY AOCLOGC.
       01  WS-SHADOW-STATUS    PIC 9(2).
       01  WS-LIST-STATUS      PIC 9(2).
       01  WS-RESULTS-STATUS   PIC 9(2).
       01  WS-REPORT-STATUS    PIC 9(2).
       01  WS-VERDICT-STATUS   PIC 9(2).
      *> STEP PARAMETERS, ALLOCATED BY SHADOW.sh
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-PROGRAM          PIC X(8).
       01  WS-INPUT-GEN        PIC X(5).
       01  WS-SHADOW-DIR       PIC X(60).
       01  WS-CANDIDATE        PIC X(60).
       01  WS-CHANGE-REF       PIC X(12).
       01  WS-USER             PIC X(8).
       01  WS-PROD-RUN-ID      PIC X(14).
       01  WS-STAMP            PIC X(14).
       01  WS-SHADOW-PATH      PIC X(100).
      *> ONE RECORD IN HAND FROM EACH RUN, AS READ AND AS COMPARED
       01  WS-PROD-HAVE        PIC X.
       01  WS-PROD-TRAILER     PIC X.
       01  WS-PROD-ABSENT      PIC X.
       01  WS-PROD-RECORD      PIC X(400).
       01  WS-PROD-MASKED      PIC X(400).
       01  WS-SHAD-HAVE        PIC X.
       01  WS-SHAD-TRAILER     PIC X.
       01  WS-SHAD-ABSENT      PIC X.
       01  WS-SHAD-RECORD      PIC X(400).
       01  WS-SHAD-MASKED      PIC X(400).
      *> PER DATASET
       01  WS-PAIR-NO          PIC 9(7).
       01  WS-DS-PROD-COUNT    PIC 9(7).
       01  WS-DS-SHAD-COUNT    PIC 9(7).
       01  WS-DS-MATCHED       PIC 9(7).
       01  WS-DS-DIFFERENT     PIC 9(7).
       01  WS-DS-DETAIL-LINES  PIC 9(3).
       01  WS-MAX-DETAIL-LINES PIC 9(3) VALUE 20.
       01  WS-NOT-COMPARED-WHY PIC X(40).
      *> OVER THE WHOLE COMPARISON
       01  WS-DATASETS         PIC 9(3) VALUE ZERO.
       01  WS-NOT-COMPARED     PIC 9(3) VALUE ZERO.
       01  WS-RECORDS-MATCHED  PIC 9(7) VALUE ZERO.
       01  WS-DIFFERENCES      PIC 9(7) VALUE ZERO.
       01  WS-VERDICT          PIC X(4).
      *> REPORT LINES
       01  WS-PRINT-LINE       PIC X(132).
       01  WS-SHOW-LENGTH      PIC 9(4).
       01  WS-FIELD-NAME       PIC X(20).
       01  WS-PROD-VALUE       PIC X(40).
       01  WS-SHAD-VALUE       PIC X(40).
       01  WS-DIFF-LINE.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  DF-FIELD        PIC X(20).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  DF-PROD-VALUE   PIC X(40).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  DF-SHAD-VALUE   PIC X(40).
       01  WS-COUNT-LINE.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  FILLER          PIC X(11) VALUE "PRODUCTION ".
           05  CL-PROD         PIC Z(6)9.
           05  FILLER          PIC X(9) VALUE "  SHADOW ".
           05  CL-SHAD         PIC Z(6)9.
           05  FILLER          PIC X(10) VALUE "  MATCHED ".
           05  CL-MATCHED      PIC Z(6)9.
           05  FILLER          PIC X(12) VALUE "  DIFFERENT ".
           05  CL-DIFFERENT    PIC Z(6)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  CL-OUTCOME      PIC X(7).
       01  WS-VERDICT-LINE.
           05  FILLER          PIC X(8) VALUE "VERDICT ".
           05  VL-VERDICT      PIC X(4).
           05  FILLER          PIC X(2) VALUE ": ".
           05  VL-DATASETS     PIC ZZ9.
           05  FILLER          PIC X(21)
                               VALUE " DATASET(S) COMPARED,".
           05  VL-MATCHED      PIC Z(6)9.
           05  FILLER          PIC X(20)
                               VALUE " RECORD(S) MATCHED, ".
           05  VL-DIFFERENCES  PIC Z(6)9.
           05  FILLER          PIC X(16)
                               VALUE " DIFFERENCE(S), ".
           05  VL-NOT-COMPARED PIC ZZ9.
           05  FILLER          PIC X(13) VALUE " NOT COMPARED".
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           ACCEPT WS-PROGRAM FROM ENVIRONMENT "SHPROGRAM".
           ACCEPT WS-INPUT-GEN FROM ENVIRONMENT "SHGEN".
           ACCEPT WS-SHADOW-DIR FROM ENVIRONMENT "SHDIR".
           ACCEPT WS-CANDIDATE FROM ENVIRONMENT "SHCANDIDATE".
           ACCEPT WS-CHANGE-REF FROM ENVIRONMENT "SHCHANGE".
           ACCEPT WS-USER FROM ENVIRONMENT "SHUSER".
           ACCEPT WS-PROD-RUN-ID FROM ENVIRONMENT "SHPRODRUN".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           MOVE "AOCSHAD" TO WS-LOG-PROGRAM.
           IF WS-RUN-ID = SPACES OR WS-PROGRAM = SPACES
             OR WS-INPUT-GEN = SPACES OR WS-SHADOW-DIR = SPACES
             DISPLAY "AOCRUNID, SHPROGRAM, SHGEN AND SHDIR ARE REQUIRED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-PROD-RUN-ID = SPACES
             PERFORM FIND-PRODUCTION-RUN
           END-IF.
           IF WS-PROD-RUN-ID = SPACES
             DISPLAY "*** NO PRODUCTION RUN OF " WS-PROGRAM
               " AGAINST " WS-INPUT-GEN " ON AOC-RESULTS.DAT"
             DISPLAY "REFUSED, NO VERDICT RECORDED"
             MOVE "WARNING" TO WS-LOG-SEVERITY
             MOVE SPACES TO WS-LOG-MESSAGE
             STRING "SHADOW OF " DELIMITED BY SIZE
               WS-PROGRAM DELIMITED BY SPACE
               " REFUSED: NO PRODUCTION RUN AGAINST " DELIMITED BY SIZE
               WS-INPUT-GEN DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
             PERFORM WRITE-RUN-LOG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN OUTPUT COMPARE-REPORT.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM WRITE-COMPARE-HEADING.

           OPEN INPUT OUTPUT-LIST.
           MOVE WS-LIST-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM COMPARE-LISTED-DATASET UNTIL WS-LIST-STATUS = 10.
           CLOSE OUTPUT-LIST.

           IF WS-DATASETS > ZERO AND WS-DIFFERENCES = ZERO
             MOVE "PASS" TO WS-VERDICT
           ELSE
             MOVE "FAIL" TO WS-VERDICT
           END-IF.
           MOVE WS-VERDICT TO VL-VERDICT.
           MOVE WS-DATASETS TO VL-DATASETS.
           MOVE WS-RECORDS-MATCHED TO VL-MATCHED.
           MOVE WS-DIFFERENCES TO VL-DIFFERENCES.
           MOVE WS-NOT-COMPARED TO VL-NOT-COMPARED.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           CLOSE COMPARE-REPORT.

           PERFORM APPEND-VERDICT.

           MOVE "INFO" TO WS-LOG-SEVERITY.
           IF WS-VERDICT = "FAIL"
             MOVE "WARNING" TO WS-LOG-SEVERITY
             MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "SHADOW OF " DELIMITED BY SIZE
             WS-PROGRAM DELIMITED BY SPACE
             " ON " DELIMITED BY SIZE
             WS-INPUT-GEN DELIMITED BY SIZE
             " VS RUN " DELIMITED BY SIZE
             WS-PROD-RUN-ID DELIMITED BY SIZE
             ": " DELIMITED BY SIZE
             WS-VERDICT DELIMITED BY SIZE
             " CHANGE " DELIMITED BY SIZE
             WS-CHANGE-REF DELIMITED BY SPACE
             INTO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.

           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY BRWSW.

      *> THE PRODUCTION RUN IS THE LAST ONE ON FILE OF THE PROGRAM
      *> AGAINST THE GENERATION, SO A RERUN SUPERSEDES THE FIRST
       FIND-PRODUCTION-RUN.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-STATUS NOT = 35
             MOVE WS-RESULTS-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-RESULT UNTIL WS-RESULTS-STATUS = 10
             CLOSE RESULTS-FILE
           END-IF
       .
       READ-RESULT.
           READ RESULTS-FILE
           IF WS-RESULTS-STATUS NOT = 10
             IF AR-PROGRAM-ID = WS-PROGRAM
               AND AR-INPUT-GEN = WS-INPUT-GEN
               MOVE AR-RUN-ID TO WS-PROD-RUN-ID
             END-IF
           END-IF
       .
       WRITE-COMPARE-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SHADOW-RUN COMPARISON  " DELIMITED BY SIZE
             WS-PROGRAM DELIMITED BY SPACE
             " AGAINST INPUT GENERATION " DELIMITED BY SIZE
             WS-INPUT-GEN DELIMITED BY SIZE
             INTO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PRODUCTION RUN-ID " DELIMITED BY SIZE
             WS-PROD-RUN-ID DELIMITED BY SIZE
             "   SHADOW RUN-ID " DELIMITED BY SIZE
             WS-RUN-ID DELIMITED BY SIZE
             "   COMPARED " DELIMITED BY SIZE
             WS-STAMP DELIMITED BY SIZE
             INTO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CANDIDATE " DELIMITED BY SIZE
             WS-CANDIDATE DELIMITED BY SPACE
             "   CHANGE " DELIMITED BY SIZE
             WS-CHANGE-REF DELIMITED BY SPACE
             "   OPERATOR " DELIMITED BY SIZE
             WS-USER DELIMITED BY SPACE
             INTO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE
       .
      *> ONE DATASET OF THE SHADOW'S OUTPUT LIST
       COMPARE-LISTED-DATASET.
           READ OUTPUT-LIST
           IF WS-LIST-STATUS NOT = 10
             MOVE WS-LIST-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             IF OUTPUT-LIST-RECORD NOT = SPACES
               MOVE OUTPUT-LIST-RECORD TO WS-BR-DATASET
               PERFORM COMPARE-DATASET
             END-IF
           END-IF
       .
      *> A RUN'S RECORDS ARE THOSE CARRYING ITS RUN-ID, NARROWED TO
      *> THE PROGRAM'S OWN WHEN THE LAYOUT NAMES THE WRITING PROGRAM
       COMPARE-DATASET.
           MOVE SPACES TO WS-NOT-COMPARED-WHY
           MOVE SPACES TO WS-BR-WANT-FIELD
           MOVE SPACES TO WS-BR-WANT-VALUE
           MOVE "VIEW" TO WS-BR-FORMAT
           MOVE WS-PROD-RUN-ID TO WS-BR-WANT-RUN
           PERFORM LOAD-LAYOUT
           EVALUATE TRUE
             WHEN WS-BR-CATALOGUED = 'N'
               MOVE "NOT IN THE RECORD-LAYOUT DICTIONARY"
                 TO WS-NOT-COMPARED-WHY
             WHEN WS-BR-RUN-LENGTH = ZERO
               MOVE "NO RUN-ID FIELD CATALOGUED"
                 TO WS-NOT-COMPARED-WHY
             WHEN OTHER
               IF WS-BR-PGM-LENGTH > ZERO
                 MOVE WS-BR-PGM-NAME TO WS-BR-WANT-FIELD
                 MOVE WS-PROGRAM TO WS-BR-WANT-VALUE
               END-IF
               PERFORM CHECK-SELECTION
               IF WS-BR-OUTCOME = 'N'
                 MOVE "LAYOUT AS CATALOGUED CANNOT BE USED"
                   TO WS-NOT-COMPARED-WHY
               END-IF
           END-EVALUATE
           IF WS-NOT-COMPARED-WHY NOT = SPACES
             ADD 1 TO WS-NOT-COMPARED
             MOVE SPACES TO WS-PRINT-LINE
             STRING WS-BR-DATASET DELIMITED BY SPACE
               "  NOT COMPARED: " DELIMITED BY SIZE
               WS-NOT-COMPARED-WHY DELIMITED BY SIZE
               INTO WS-PRINT-LINE
             PERFORM PRINT-LINE
           ELSE
             PERFORM COMPARE-RUNS
           END-IF
       .
       COMPARE-RUNS.
           ADD 1 TO WS-DATASETS
           MOVE ZERO TO WS-PAIR-NO
           MOVE ZERO TO WS-DS-PROD-COUNT
           MOVE ZERO TO WS-DS-SHAD-COUNT
           MOVE ZERO TO WS-DS-MATCHED
           MOVE ZERO TO WS-DS-DIFFERENT
           MOVE ZERO TO WS-DS-DETAIL-LINES
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DATASET " DELIMITED BY SIZE
             WS-BR-DATASET DELIMITED BY SPACE
             INTO WS-PRINT-LINE
           PERFORM PRINT-LINE

           MOVE 'N' TO WS-PROD-ABSENT
           DISPLAY "DD_BRWSIN" UPON ENVIRONMENT-NAME
           DISPLAY WS-BR-DATASET UPON ENVIRONMENT-VALUE
           OPEN INPUT BROWSE-FILE
           IF WS-BROWSE-STATUS = 35
             MOVE 'Y' TO WS-PROD-ABSENT
             MOVE 10 TO WS-BROWSE-STATUS
           ELSE
             MOVE WS-BROWSE-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
           END-IF

           MOVE 'N' TO WS-SHAD-ABSENT
           MOVE SPACES TO WS-SHADOW-PATH
           STRING WS-SHADOW-DIR DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             WS-BR-DATASET DELIMITED BY SPACE
             INTO WS-SHADOW-PATH
           DISPLAY "DD_SHADIN" UPON ENVIRONMENT-NAME
           DISPLAY WS-SHADOW-PATH UPON ENVIRONMENT-VALUE
           OPEN INPUT SHADOW-FILE
           IF WS-SHADOW-STATUS = 35
             MOVE 'Y' TO WS-SHAD-ABSENT
             MOVE 10 TO WS-SHADOW-STATUS
           ELSE
             MOVE WS-SHADOW-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
           END-IF

           PERFORM NEXT-PROD-RECORD
           PERFORM NEXT-SHADOW-RECORD
           PERFORM COMPARE-NEXT-PAIR
             UNTIL WS-PROD-HAVE = 'N' AND WS-SHAD-HAVE = 'N'

           IF WS-PROD-ABSENT = 'N'
             CLOSE BROWSE-FILE
           END-IF
           IF WS-SHAD-ABSENT = 'N'
             CLOSE SHADOW-FILE
           END-IF

           MOVE WS-DS-PROD-COUNT TO CL-PROD
           MOVE WS-DS-SHAD-COUNT TO CL-SHAD
           MOVE WS-DS-MATCHED TO CL-MATCHED
           MOVE WS-DS-DIFFERENT TO CL-DIFFERENT
           IF WS-DS-DIFFERENT = ZERO
             MOVE "MATCH" TO CL-OUTCOME
           ELSE
             MOVE "DIFFERS" TO CL-OUTCOME
           END-IF
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           IF WS-DS-DETAIL-LINES NOT < WS-MAX-DETAIL-LINES
             MOVE "    (ONLY THE FIRST DIFFERENCES ARE LISTED)"
               TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF
           ADD WS-DS-MATCHED TO WS-RECORDS-MATCHED
           ADD WS-DS-DIFFERENT TO WS-DIFFERENCES
       .
      *> THE NEXT RECORD OF EACH RUN, SELECTED UNDER ITS OWN RUN-ID
       NEXT-PROD-RECORD.
           MOVE 'N' TO WS-PROD-HAVE
           MOVE WS-PROD-RUN-ID TO WS-BR-WANT-RUN
           PERFORM READ-PROD-RECORD
             UNTIL WS-PROD-HAVE = 'Y' OR WS-BROWSE-STATUS = 10
       .
       READ-PROD-RECORD.
           MOVE SPACES TO WS-BR-RECORD
           READ BROWSE-FILE INTO WS-BR-RECORD
           IF WS-BROWSE-STATUS NOT = 10
             MOVE WS-BROWSE-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM SELECT-RECORD
             IF WS-BR-SELECTED = 'Y'
               MOVE 'Y' TO WS-PROD-HAVE
               MOVE WS-BR-RECORD TO WS-PROD-RECORD
               MOVE WS-BR-IS-TRAILER TO WS-PROD-TRAILER
             END-IF
           END-IF
       .
       NEXT-SHADOW-RECORD.
           MOVE 'N' TO WS-SHAD-HAVE
           MOVE WS-RUN-ID TO WS-BR-WANT-RUN
           PERFORM READ-SHADOW-RECORD
             UNTIL WS-SHAD-HAVE = 'Y' OR WS-SHADOW-STATUS = 10
       .
       READ-SHADOW-RECORD.
           MOVE SPACES TO WS-BR-RECORD
           READ SHADOW-FILE INTO WS-BR-RECORD
           IF WS-SHADOW-STATUS NOT = 10
             MOVE WS-SHADOW-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM SELECT-RECORD
             IF WS-BR-SELECTED = 'Y'
               MOVE 'Y' TO WS-SHAD-HAVE
               MOVE WS-BR-RECORD TO WS-SHAD-RECORD
               MOVE WS-BR-IS-TRAILER TO WS-SHAD-TRAILER
             END-IF
           END-IF
       .
      *> THE N-TH RECORD OF ONE RUN AGAINST THE N-TH OF THE OTHER; A
      *> RECORD LEFT OVER ON EITHER SIDE IS A DIFFERENCE
       COMPARE-NEXT-PAIR.
           ADD 1 TO WS-PAIR-NO
           EVALUATE TRUE
             WHEN WS-PROD-HAVE = 'Y' AND WS-SHAD-HAVE = 'Y'
               ADD 1 TO WS-DS-PROD-COUNT
               ADD 1 TO WS-DS-SHAD-COUNT
               PERFORM COMPARE-RECORDS
               PERFORM NEXT-PROD-RECORD
               PERFORM NEXT-SHADOW-RECORD
             WHEN WS-PROD-HAVE = 'Y'
               ADD 1 TO WS-DS-PROD-COUNT
               ADD 1 TO WS-DS-DIFFERENT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  RECORD " WS-PAIR-NO
                 " ONLY IN THE PRODUCTION RUN"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-DETAIL-LINE
               PERFORM NEXT-PROD-RECORD
             WHEN OTHER
               ADD 1 TO WS-DS-SHAD-COUNT
               ADD 1 TO WS-DS-DIFFERENT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  RECORD " WS-PAIR-NO
                 " ONLY IN THE SHADOW RUN"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-DETAIL-LINE
               PERFORM NEXT-SHADOW-RECORD
           END-EVALUATE
       .
      *> THE RUN-ID AND ANY STAMP ALWAYS DIFFER BETWEEN TWO RUNS, SO
      *> THEY ARE BLANKED ON BOTH SIDES BEFORE THE RECORDS ARE SET
      *> AGAINST EACH OTHER
       COMPARE-RECORDS.
           MOVE WS-PROD-RECORD TO WS-PROD-MASKED
           MOVE WS-SHAD-RECORD TO WS-SHAD-MASKED
           IF WS-PROD-TRAILER NOT = WS-SHAD-TRAILER
             ADD 1 TO WS-DS-DIFFERENT
             MOVE SPACES TO WS-PRINT-LINE
             STRING "  RECORD " WS-PAIR-NO
               " IS AN INTEGRITY TRAILER IN ONE RUN ONLY"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM PRINT-DETAIL-LINE
           ELSE
             IF WS-PROD-TRAILER = 'Y'
               IF WS-BR-TRL-RUN-LENGTH > ZERO
                 MOVE SPACES TO WS-PROD-MASKED(WS-BR-TRL-RUN-OFFSET:
                   WS-BR-TRL-RUN-LENGTH)
                 MOVE SPACES TO WS-SHAD-MASKED(WS-BR-TRL-RUN-OFFSET:
                   WS-BR-TRL-RUN-LENGTH)
               END-IF
             ELSE
               MOVE SPACES TO WS-PROD-MASKED(WS-BR-RUN-OFFSET:
                 WS-BR-RUN-LENGTH)
               MOVE SPACES TO WS-SHAD-MASKED(WS-BR-RUN-OFFSET:
                 WS-BR-RUN-LENGTH)
               PERFORM MASK-STAMP-FIELD VARYING BF FROM 1 BY 1
                 UNTIL BF > WS-BR-FIELD-COUNT
             END-IF
             IF WS-PROD-MASKED = WS-SHAD-MASKED
               ADD 1 TO WS-DS-MATCHED
             ELSE
               ADD 1 TO WS-DS-DIFFERENT
               PERFORM REPORT-RECORD-DIFFERENCE
             END-IF
           END-IF
       .
       MASK-STAMP-FIELD.
           IF BF-ROLE(BF) = "STAMP"
             MOVE SPACES TO WS-PROD-MASKED(BF-OFFSET(BF):BF-LENGTH(BF))
             MOVE SPACES TO WS-SHAD-MASKED(BF-OFFSET(BF):BF-LENGTH(BF))
           END-IF
       .
      *> NAME THE DIFFERING RECORD, THEN EACH FIELD THAT DIFFERS WITH
      *> ITS PRODUCTION AND SHADOW VALUES
       REPORT-RECORD-DIFFERENCE.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PROD-TRAILER = 'Y'
             STRING "  RECORD " WS-PAIR-NO
               " DIFFERS (INTEGRITY TRAILER)  PRODUCTION"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
             STRING "  RECORD " WS-PAIR-NO
               " DIFFERS                      PRODUCTION"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE "SHADOW" TO WS-PRINT-LINE(68:6)
           PERFORM PRINT-DETAIL-LINE
           IF WS-PROD-TRAILER = 'Y'
             PERFORM REPORT-TRAILER-DIFFERENCE VARYING BT FROM 1 BY 1
               UNTIL BT > WS-BR-TRL-COUNT
           ELSE
             PERFORM REPORT-FIELD-DIFFERENCE VARYING BF FROM 1 BY 1
               UNTIL BF > WS-BR-FIELD-COUNT
           END-IF
       .
       REPORT-FIELD-DIFFERENCE.
           IF WS-PROD-MASKED(BF-OFFSET(BF):BF-LENGTH(BF))
             NOT = WS-SHAD-MASKED(BF-OFFSET(BF):BF-LENGTH(BF))
             MOVE BF-LENGTH(BF) TO WS-SHOW-LENGTH
             IF WS-SHOW-LENGTH > 40
               MOVE 40 TO WS-SHOW-LENGTH
             END-IF
             MOVE BF-NAME(BF) TO WS-FIELD-NAME
             MOVE WS-PROD-RECORD(BF-OFFSET(BF):WS-SHOW-LENGTH)
               TO WS-PROD-VALUE
             MOVE WS-SHAD-RECORD(BF-OFFSET(BF):WS-SHOW-LENGTH)
               TO WS-SHAD-VALUE
             PERFORM PRINT-FIELD-DIFFERENCE
           END-IF
       .
       REPORT-TRAILER-DIFFERENCE.
           IF WS-PROD-MASKED(BT-OFFSET(BT):BT-LENGTH(BT))
             NOT = WS-SHAD-MASKED(BT-OFFSET(BT):BT-LENGTH(BT))
             MOVE BT-LENGTH(BT) TO WS-SHOW-LENGTH
             IF WS-SHOW-LENGTH > 40
               MOVE 40 TO WS-SHOW-LENGTH
             END-IF
             MOVE BT-NAME(BT) TO WS-FIELD-NAME
             MOVE WS-PROD-RECORD(BT-OFFSET(BT):WS-SHOW-LENGTH)
               TO WS-PROD-VALUE
             MOVE WS-SHAD-RECORD(BT-OFFSET(BT):WS-SHOW-LENGTH)
               TO WS-SHAD-VALUE
             PERFORM PRINT-FIELD-DIFFERENCE
           END-IF
       .
       PRINT-FIELD-DIFFERENCE.
           MOVE WS-FIELD-NAME TO DF-FIELD
           MOVE WS-PROD-VALUE TO DF-PROD-VALUE
           MOVE WS-SHAD-VALUE TO DF-SHAD-VALUE
           MOVE WS-DIFF-LINE TO WS-PRINT-LINE
           PERFORM PRINT-DETAIL-LINE
       .
      *> THE DIFFERENCES OF ONE DATASET ARE LISTED UP TO A LIMIT; THE
      *> COUNTS STILL TAKE IN EVERY RECORD
       PRINT-DETAIL-LINE.
           IF WS-DS-DETAIL-LINES < WS-MAX-DETAIL-LINES
             ADD 1 TO WS-DS-DETAIL-LINES
             PERFORM PRINT-LINE
           END-IF
       .
       PRINT-LINE.
           MOVE WS-PRINT-LINE TO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           DISPLAY WS-PRINT-LINE
       .
       APPEND-VERDICT.
           MOVE SPACES TO SHADOW-VERDICT-RECORD.
           MOVE WS-RUN-ID TO SV-SHADOW-RUN-ID.
           MOVE WS-PROGRAM TO SV-PROGRAM-ID.
           MOVE WS-INPUT-GEN TO SV-INPUT-GEN.
           MOVE WS-PROD-RUN-ID TO SV-PROD-RUN-ID.
           MOVE WS-VERDICT TO SV-VERDICT.
           MOVE WS-DATASETS TO SV-DATASETS.
           MOVE WS-NOT-COMPARED TO SV-NOT-COMPARED.
           MOVE WS-RECORDS-MATCHED TO SV-RECORDS-MATCHED.
           MOVE WS-DIFFERENCES TO SV-DIFFERENCES.
           MOVE WS-CHANGE-REF TO SV-CHANGE-REF.
           MOVE WS-USER TO SV-OPERATOR.
           MOVE WS-STAMP TO SV-STAMP.
           MOVE WS-CANDIDATE TO SV-CANDIDATE.
           OPEN EXTEND VERDICT-FILE.
           IF WS-VERDICT-STATUS = 35
             OPEN OUTPUT VERDICT-FILE
           END-IF.
           MOVE WS-VERDICT-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           WRITE SHADOW-VERDICT-RECORD.
           CLOSE VERDICT-FILE
       .
       END PROGRAM AOCSHAD.
