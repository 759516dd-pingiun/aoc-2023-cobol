      *               belongs to a prior run and is archived wholesale *
      *   HKCUTOFF    YYYYMMDD; dated records before this date are     *
      *               archived, records on or after it are kept        *
      *   HKRUNIDPOS  position of the record's run-id (0 for none)     *
      *   HKGENPOS    position of its input generation (0 for none)    *
      *   HKBASE      the feed base its generation belongs to, or "*"  *
      *               to take it from the program id in positions 1-8  *
      *               through JOB-NETWORK.DAT                          *
      *                                                                *
      * A dataset with a line in RETENTION-POLICY.DAT (RETPOL.CPY)     *
      * takes its live cutoff from its class instead of HKCUTOFF. A    *
      * record an ACTIVE hold in LEGAL-HOLDS.DAT (LEGALHLD.CPY) covers *
      * stays live; a held record of a per-run file still leaves the   *
      * live file with its run, for the positional reconciliations,    *
      * and is protected in the archive instead.                       *
      *                                                                *
      * HKMODE selects the other two passes HOUSEKEEP.sh makes:        *
      *                                                                *
      *   PURGE       DD_HKLIVE is one archive generation of HKDATASET *
      *               and DD_HKKEEP its rewrite: records past the      *
      *               class's live plus archive days are purged unless *
      *               held                                             *
      *   GENS        the input generations on GDG-CATALOG.DAT: a      *
      *               superseded generation past its base's live days  *
      *               is archived, an archived one past the archive    *
      *               days purged, unless held. The moves are listed   *
      *               in HOUSEKEEP-ACTIONS.DAT for the job script to   *
      *               make, and catalogued ARCHIVED or PURGED          *
      *                                                                *
      * Every pass appends what it archived, purged, kept or held, and *
      * why, to the HOUSEKEEP-DISPOSITION.RPT disposition report.      *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -j AOCHKEEP.cbl                                      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT POLICY-FILE
           ASSIGN TO "RETENTION-POLICY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POLICY-STATUS.
           SELECT HOLD-FILE
           ASSIGN TO "LEGAL-HOLDS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT NETWORK-FILE
           ASSIGN TO "JOB-NETWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NETWORK-STATUS.
           SELECT CATALOG-FILE
           ASSIGN TO "GDG-CATALOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ACTION-FILE
           ASSIGN TO "HOUSEKEEP-ACTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACTION-STATUS.
           SELECT DISPOSITION-FILE
           ASSIGN TO "HOUSEKEEP-DISPOSITION.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DISPOSITION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LIVE-FILE
       01  KEEP-RECORD         PIC X(250).
       FD ARCH-FILE.
       01  ARCH-RECORD         PIC X(250).
       FD POLICY-FILE.
           COPY RETPOL.
       FD HOLD-FILE.
           COPY LEGALHLD.
       FD NETWORK-FILE.
           COPY JOBNET.
       FD CATALOG-FILE.
           COPY GDGCAT.
       FD ACTION-FILE.
       01  ACTION-RECORD       PIC X(80).
       FD DISPOSITION-FILE.
       01  DISPOSITION-RECORD  PIC X(132).
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
       01  WS-KEEP-STATUS      PIC 9(2).
       01  WS-ARCH-STATUS      PIC 9(2).
       01  WS-POLICY-STATUS    PIC 9(2).
       01  WS-HOLD-STATUS      PIC 9(2).
       01  WS-NETWORK-STATUS   PIC 9(2).
       01  WS-CATALOG-STATUS   PIC 9(2).
       01  WS-ACTION-STATUS    PIC 9(2).
       01  WS-DISPOSITION-STATUS PIC 9(2).
      *> STEP PARAMETERS, ALLOCATED BY THE DRIVING JOB SCRIPT
       01  WS-MODE             PIC X(8).
       01  WS-FILE-LABEL       PIC X(30).
       01  WS-POLICY-NAME      PIC X(24).
       01  WS-DATED-FLAG       PIC X.
       01  WS-CUTOFF-DATE      PIC X(8).
       01  WS-RUNID-POS-PARM   PIC X(3).
       01  WS-GEN-POS-PARM     PIC X(3).
       01  WS-RUNID-POS        PIC 9(3) VALUE ZERO.
       01  WS-GEN-POS          PIC 9(3) VALUE ZERO.
       01  WS-BASE-PARM        PIC X(8).
       01  WS-RECORDS-KEPT     PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-ARCHIVED PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-PURGED   PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-HELD     PIC 9(9) VALUE ZERO.
      *> RETENTION ARITHMETIC, ALL FROM TODAY'S DATE
       01  WS-TODAY            PIC X(8).
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-TODAY-INT        PIC 9(8).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-LIVE-CUTOFF      PIC X(8).
       01  WS-PURGE-CUTOFF     PIC X(8).
       01  WS-DAYS-ED          PIC 9(4).
       01  WS-ARCH-DAYS-ED     PIC 9(4).
      *> EVERY RETENTION-POLICY LINE, AND THE CLASS FIND-POLICY CHOSE
       01  WS-POLICY-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MAX-POLICIES     PIC 9(4) VALUE 200.
       01  POLICY-TABLE.
           05  POLICY-ENTRY    OCCURS 200 TIMES INDEXED BY PO.
               10  PO-NAME         PIC X(24).
               10  PO-KIND         PIC X(4).
               10  PO-CLASS        PIC X(8).
               10  PO-LIVE-DAYS    PIC 9(4).
               10  PO-ARCHIVE-DAYS PIC 9(4).
       01  WS-FIND-NAME        PIC X(24).
       01  WS-FIND-KIND        PIC X(4).
       01  WS-POLICY-FOUND     PIC X.
       01  WS-CLASS            PIC X(8).
       01  WS-LIVE-DAYS        PIC 9(4).
       01  WS-ARCHIVE-DAYS     PIC 9(4).
      *> EVERY ACTIVE LEGAL HOLD, WITH WHAT IT HELD ON THIS PASS
       01  WS-HOLD-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-HOLDS        PIC 9(4) VALUE 200.
       01  HOLD-TABLE.
           05  HOLD-ENTRY      OCCURS 200 TIMES INDEXED BY HL.
               10  HL-HOLD-ID      PIC X(8).
               10  HL-TYPE         PIC X(8).
               10  HL-RUN-ID       PIC X(14).
               10  HL-FROM-DATE    PIC X(8).
               10  HL-TO-DATE      PIC X(8).
               10  HL-BASE         PIC X(8).
               10  HL-GENERATION   PIC X(5).
               10  HL-REASON       PIC X(40).
               10  HL-HELD         PIC 9(9).
       01  WS-HELD             PIC X.
      *> PROGRAM TO FEED BASE, FOR RECORDS THAT CARRY ONLY A PROGRAM
       01  WS-NETWORK-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-MAX-NETWORK      PIC 9(4) VALUE 100.
       01  NETWORK-TABLE.
           05  NETWORK-ENTRY   OCCURS 100 TIMES INDEXED BY NW.
               10  NW-PROGRAM-ID   PIC X(10).
               10  NW-BASE         PIC X(8).
      *> THE RECORD BEING ROUTED, AS THE HOLDS SEE IT
       01  WS-REC-RUN-ID       PIC X(14).
       01  WS-REC-DATE         PIC X(8).
       01  WS-REC-BASE         PIC X(8).
       01  WS-REC-GEN          PIC X(5).
      *> EVERY INPUT GENERATION ON THE CATALOGUE, FOLDED DOWN TO ITS
      *> LATEST RECORD, AND THE DATES IT WAS THE LIVE GENERATION
       01  WS-GEN-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-MAX-GENS         PIC 9(4) VALUE 500.
       01  GENERATION-TABLE.
           05  GENERATION-ENTRY OCCURS 500 TIMES INDEXED BY GT, GN.
               10  GT-BASE         PIC X(8).
               10  GT-GENERATION   PIC X(5).
               10  GT-FROM-DATE    PIC X(8).
               10  GT-TO-DATE      PIC X(8).
               10  GT-IMAGE        PIC X(150).
       01  WS-GEN-FOUND        PIC X.
       01  WS-GEN-STATE        PIC X(8).
       01  WS-GEN-SUPERSEDED   PIC X.
       01  WS-NEXT-GEN         PIC X(5).
       01  WS-GEN-FILE         PIC X(30).
       01  WS-GEN-ACTION       PIC X(8).
       01  WS-STAMP            PIC X(14).
      *> DISPOSITION REPORT LINES
       01  WS-REASON           PIC X(70).
       01  DISPOSITION-HEADING.
           05  FILLER          PIC X(29)
               VALUE "HOUSEKEEPING DISPOSITION FOR ".
           05  DH-DATE         PIC X(8).
       01  DISPOSITION-COLUMNS.
           05  FILLER          PIC X(10) VALUE "ACTION".
           05  FILLER          PIC X(30) VALUE "DATASET / GENERATION".
           05  FILLER          PIC X(9) VALUE "  RECORDS".
           05  FILLER          PIC X(2) VALUE SPACES.
           05  FILLER          PIC X(6) VALUE "REASON".
       01  DISPOSITION-LINE.
           05  DL-ACTION       PIC X(9).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  DL-OBJECT       PIC X(30).
           05  DL-COUNT        PIC Z(8)9 BLANK WHEN ZERO.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  DL-REASON       PIC X(70).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-MODE FROM ENVIRONMENT "HKMODE".
           ACCEPT WS-FILE-LABEL FROM ENVIRONMENT "HKFILE".
           ACCEPT WS-POLICY-NAME FROM ENVIRONMENT "HKDATASET".
           IF WS-POLICY-NAME = SPACES
             MOVE WS-FILE-LABEL TO WS-POLICY-NAME
           END-IF.
           ACCEPT WS-DATED-FLAG FROM ENVIRONMENT "HKDATED".
           ACCEPT WS-CUTOFF-DATE FROM ENVIRONMENT "HKCUTOFF".
           ACCEPT WS-RUNID-POS-PARM FROM ENVIRONMENT "HKRUNIDPOS".
           IF WS-RUNID-POS-PARM NUMERIC
             MOVE WS-RUNID-POS-PARM TO WS-RUNID-POS
           END-IF.
           ACCEPT WS-GEN-POS-PARM FROM ENVIRONMENT "HKGENPOS".
           IF WS-GEN-POS-PARM NUMERIC
             MOVE WS-GEN-POS-PARM TO WS-GEN-POS
           END-IF.
           ACCEPT WS-BASE-PARM FROM ENVIRONMENT "HKBASE".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           MOVE WS-STAMP(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           PERFORM LOAD-POLICIES.
           PERFORM LOAD-HOLDS.
           IF WS-BASE-PARM = "*"
             PERFORM LOAD-NETWORK
           END-IF.

           EVALUATE WS-MODE
             WHEN "GENS"
               PERFORM GOVERN-GENERATIONS
             WHEN "PURGE"
               PERFORM PURGE-ARCHIVE
             WHEN OTHER
               PERFORM CUT-LIVE-DATASET
           END-EVALUATE.

           GOBACK.

           COPY FILEERR.

      *> THE NIGHTLY CUT OF ONE LIVE DATASET: A POLICY LINE FOR THE
      *> DATASET (OR THE DEFAULT LINE) SETS THE LIVE CUTOFF, ELSE THE
      *> JOB SCRIPT'S RETAIN_DAYS CUTOFF STANDS
       CUT-LIVE-DATASET.
           MOVE WS-POLICY-NAME TO WS-FIND-NAME.
           MOVE "DSN" TO WS-FIND-KIND.
           PERFORM FIND-POLICY.
           IF WS-POLICY-FOUND = 'Y'
             PERFORM SET-CUTOFFS
             MOVE WS-LIVE-CUTOFF TO WS-CUTOFF-DATE
           END-IF.

           IF WS-DATED-FLAG = 'Y' AND WS-CUTOFF-DATE NOT NUMERIC
             DISPLAY "BAD OR MISSING HKCUTOFF: " WS-CUTOFF-DATE
           CLOSE ARCH-FILE.

           DISPLAY WS-FILE-LABEL " KEPT " WS-RECORDS-KEPT
             " ARCHIVED " WS-RECORDS-ARCHIVED
             " HELD " WS-RECORDS-HELD.

           PERFORM OPEN-DISPOSITION.
           MOVE SPACES TO WS-REASON.
           IF WS-DATED-FLAG = 'Y'
             IF WS-POLICY-FOUND = 'Y'
               STRING "WITHIN LIVE RETENTION, CLASS "
                 DELIMITED BY SIZE WS-CLASS DELIMITED BY SPACE " "
                 WS-DAYS-ED " DAYS" DELIMITED BY SIZE INTO WS-REASON
             ELSE
               STRING "ON OR AFTER CUTOFF " WS-CUTOFF-DATE
                 DELIMITED BY SIZE INTO WS-REASON
             END-IF
             MOVE "KEPT" TO DL-ACTION
             MOVE WS-RECORDS-KEPT TO DL-COUNT
             PERFORM WRITE-DISPOSITION
             MOVE SPACES TO WS-REASON
             IF WS-POLICY-FOUND = 'Y'
               STRING "PAST LIVE RETENTION, CLASS "
                 DELIMITED BY SIZE WS-CLASS DELIMITED BY SPACE " "
                 WS-DAYS-ED " DAYS" DELIMITED BY SIZE INTO WS-REASON
             ELSE
               STRING "BEFORE CUTOFF " WS-CUTOFF-DATE
                 DELIMITED BY SIZE INTO WS-REASON
             END-IF
           ELSE
             MOVE "PRIOR RUNS OF A PER-RUN DATASET, ARCHIVED WHOLESALE"
               TO WS-REASON
           END-IF.
           MOVE "ARCHIVED" TO DL-ACTION.
           MOVE WS-RECORDS-ARCHIVED TO DL-COUNT.
           PERFORM WRITE-DISPOSITION.
           PERFORM REPORT-HOLD VARYING HL FROM 1 BY 1
             UNTIL HL > WS-HOLD-COUNT.
           CLOSE DISPOSITION-FILE
       .
      *> ROUTE ONE LIVE RECORD TO THE TRIMMED LIVE FILE OR THE ARCHIVE;
      *> DATED RECORDS CUT ON THE RUN DATE THE AOCRES/CTLTOT LAYOUTS
      *> BOTH CARRY IN POSITIONS 9-16, UNDATED RECORDS ALL BELONG TO
      *> PRIOR RUNS AND GO TO THE ARCHIVE SO THE LIVE FILE STARTS THE
      *> NIGHT ONE-RUN DEEP FOR THE POSITIONAL RECONCILIATION PROGRAMS.
      *> A HELD DATED RECORD STAYS LIVE WHATEVER ITS AGE
       CUT-RECORD.
           READ LIVE-FILE.
           IF WS-FILE-STATUS NOT = 10
             PERFORM CHECK-RECORD-HOLDS
             IF WS-DATED-FLAG = 'Y'
               AND (WS-HELD = 'Y'
                 OR LIVE-RECORD(9:8) NOT < WS-CUTOFF-DATE)
                 MOVE LIVE-RECORD TO KEEP-RECORD
                 WRITE KEEP-RECORD
                 IF WS-HELD = 'N'
                   ADD 1 TO WS-RECORDS-KEPT
                 END-IF
             ELSE
                 MOVE LIVE-RECORD TO ARCH-RECORD
                 WRITE ARCH-RECORD
                 IF WS-HELD = 'N'
                   ADD 1 TO WS-RECORDS-ARCHIVED
                 END-IF
             END-IF
           END-IF
       .
      *> ONE ARCHIVE GENERATION: A RECORD PAST ITS CLASS'S LIVE PLUS
      *> ARCHIVE DAYS IS DROPPED UNLESS HELD; THE JOB SCRIPT REMOVES A
      *> GENERATION LEFT EMPTY. NO POLICY, OR AN ARCHIVE KEPT
      *> INDEFINITELY, KEEPS EVERY RECORD
       PURGE-ARCHIVE.
           MOVE WS-POLICY-NAME TO WS-FIND-NAME.
           MOVE "DSN" TO WS-FIND-KIND.
           PERFORM FIND-POLICY.
           IF WS-POLICY-FOUND = 'Y'
             PERFORM SET-CUTOFFS
           END-IF.

           OPEN INPUT LIVE-FILE.
           IF WS-FILE-STATUS = 35
             DISPLAY WS-FILE-LABEL " NOT CATALOGUED, NOTHING TO DO"
             GOBACK
           END-IF.
           PERFORM ABORT-ON-FILE-ERROR.
           OPEN OUTPUT KEEP-FILE.
           MOVE WS-KEEP-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.

           PERFORM PURGE-RECORD UNTIL WS-FILE-STATUS = 10.

           CLOSE LIVE-FILE.
           CLOSE KEEP-FILE.

           DISPLAY WS-FILE-LABEL " KEPT " WS-RECORDS-KEPT
             " PURGED " WS-RECORDS-PURGED
             " HELD " WS-RECORDS-HELD.

           PERFORM OPEN-DISPOSITION.
           MOVE SPACES TO WS-REASON.
           IF WS-POLICY-FOUND = 'N'
             MOVE "NO RETENTION POLICY, ARCHIVE KEPT" TO WS-REASON
           ELSE
             IF WS-ARCHIVE-DAYS = ZERO
               STRING "CLASS " WS-CLASS " KEEPS ITS ARCHIVE"
                 DELIMITED BY SIZE INTO WS-REASON
             ELSE
               STRING "WITHIN ARCHIVE RETENTION, CLASS "
                 DELIMITED BY SIZE WS-CLASS DELIMITED BY SPACE " "
                 WS-DAYS-ED "+" WS-ARCH-DAYS-ED " DAYS"
                 DELIMITED BY SIZE INTO WS-REASON
             END-IF
           END-IF.
           IF WS-RECORDS-KEPT NOT = ZERO
             MOVE "KEPT" TO DL-ACTION
             MOVE WS-RECORDS-KEPT TO DL-COUNT
             PERFORM WRITE-DISPOSITION
           END-IF.
           IF WS-RECORDS-PURGED NOT = ZERO
             MOVE SPACES TO WS-REASON
             STRING "PAST ARCHIVE RETENTION, CLASS "
               DELIMITED BY SIZE WS-CLASS DELIMITED BY SPACE " "
               WS-DAYS-ED "+" WS-ARCH-DAYS-ED " DAYS"
               DELIMITED BY SIZE INTO WS-REASON
             MOVE "PURGED" TO DL-ACTION
             MOVE WS-RECORDS-PURGED TO DL-COUNT
             PERFORM WRITE-DISPOSITION
           END-IF.
           PERFORM REPORT-HOLD VARYING HL FROM 1 BY 1
             UNTIL HL > WS-HOLD-COUNT.
           CLOSE DISPOSITION-FILE
       .
       PURGE-RECORD.
           READ LIVE-FILE.
           IF WS-FILE-STATUS NOT = 10
             PERFORM CHECK-RECORD-HOLDS
             IF WS-HELD = 'N'
               AND WS-POLICY-FOUND = 'Y'
               AND WS-ARCHIVE-DAYS NOT = ZERO
               AND WS-REC-DATE NOT = SPACES
               AND WS-REC-DATE < WS-PURGE-CUTOFF
                 ADD 1 TO WS-RECORDS-PURGED
             ELSE
                 MOVE LIVE-RECORD TO KEEP-RECORD
                 WRITE KEEP-RECORD
                 IF WS-HELD = 'N'
                   ADD 1 TO WS-RECORDS-KEPT
                 END-IF
             END-IF
           END-IF
       .
      *> THE RECORD'S RUN-ID, BUSINESS DATE, BASE AND GENERATION, THEN
      *> THE FIRST ACTIVE HOLD THAT COVERS THEM, LEAVING HL ON IT. AN
      *> UNDATED RECORD IS DATED BY ITS RUN-ID'S STAMP
       CHECK-RECORD-HOLDS.
           MOVE SPACES TO WS-REC-RUN-ID.
           MOVE SPACES TO WS-REC-DATE.
           MOVE SPACES TO WS-REC-BASE.
           MOVE SPACES TO WS-REC-GEN.
           IF WS-RUNID-POS NOT = ZERO
             MOVE LIVE-RECORD(WS-RUNID-POS:14) TO WS-REC-RUN-ID
           END-IF.
           IF WS-DATED-FLAG = 'Y'
             MOVE LIVE-RECORD(9:8) TO WS-REC-DATE
           ELSE
             IF WS-REC-RUN-ID(1:8) NUMERIC
               MOVE WS-REC-RUN-ID(1:8) TO WS-REC-DATE
             END-IF
           END-IF.
           IF WS-GEN-POS NOT = ZERO
             MOVE LIVE-RECORD(WS-GEN-POS:5) TO WS-REC-GEN
             IF WS-BASE-PARM = "*"
               PERFORM FIND-PROGRAM-BASE
             ELSE
               MOVE WS-BASE-PARM TO WS-REC-BASE
             END-IF
           END-IF.
           MOVE 'N' TO WS-HELD.
           PERFORM MATCH-RECORD-HOLD VARYING HL FROM 1 BY 1
             UNTIL HL > WS-HOLD-COUNT OR WS-HELD = 'Y'.
           IF WS-HELD = 'Y'
             SET HL DOWN BY 1
             ADD 1 TO HL-HELD(HL)
             ADD 1 TO WS-RECORDS-HELD
           END-IF
       .
       MATCH-RECORD-HOLD.
           EVALUATE HL-TYPE(HL)
             WHEN "RUN-ID"
               IF WS-REC-RUN-ID NOT = SPACES
                 AND WS-REC-RUN-ID = HL-RUN-ID(HL)
                 MOVE 'Y' TO WS-HELD
               END-IF
             WHEN "DATES"
               IF WS-REC-DATE NOT = SPACES
                 AND WS-REC-DATE NOT < HL-FROM-DATE(HL)
                 AND WS-REC-DATE NOT > HL-TO-DATE(HL)
                 MOVE 'Y' TO WS-HELD
               END-IF
             WHEN "GEN"
               IF WS-REC-GEN NOT = SPACES
                 AND WS-REC-GEN = HL-GENERATION(HL)
                 AND WS-REC-BASE = HL-BASE(HL)
                 MOVE 'Y' TO WS-HELD
               END-IF
           END-EVALUATE
       .
       FIND-PROGRAM-BASE.
           PERFORM CHECK-PROGRAM-BASE VARYING NW FROM 1 BY 1
             UNTIL NW > WS-NETWORK-COUNT OR WS-REC-BASE NOT = SPACES
       .
       CHECK-PROGRAM-BASE.
           IF NW-PROGRAM-ID(NW) = LIVE-RECORD(1:8)
             MOVE NW-BASE(NW) TO WS-REC-BASE
           END-IF
       .
      *> THE INPUT GENERATIONS. A GENERATION IS LIVE FROM THE DATE IT
      *> WAS CATALOGUED UNTIL THE NEXT ONE FOR ITS BASE WAS; ONLY A
      *> SUPERSEDED ONE IS EVER ARCHIVED, SO THE GENERATION THE STREAM
      *> STAGES TONIGHT IS NEVER TOUCHED
       GOVERN-GENERATIONS.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = 35
             DISPLAY "GDG-CATALOG.DAT NOT CATALOGUED, NOTHING TO DO"
             GOBACK
           END-IF.
           MOVE WS-CATALOG-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM READ-CATALOG UNTIL WS-CATALOG-STATUS = 10.
           CLOSE CATALOG-FILE.
           PERFORM SET-GENERATION-DATES VARYING GT FROM 1 BY 1
             UNTIL GT > WS-GEN-COUNT.

           OPEN OUTPUT ACTION-FILE.
           MOVE WS-ACTION-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           OPEN EXTEND CATALOG-FILE.
           MOVE WS-CATALOG-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM OPEN-DISPOSITION.
           PERFORM GOVERN-GENERATION VARYING GT FROM 1 BY 1
             UNTIL GT > WS-GEN-COUNT.
           CLOSE DISPOSITION-FILE.
           CLOSE CATALOG-FILE.
           CLOSE ACTION-FILE.

           DISPLAY "INPUT GENERATIONS ARCHIVED " WS-RECORDS-ARCHIVED
             " PURGED " WS-RECORDS-PURGED
             " HELD " WS-RECORDS-HELD
       .
      *> LAST RECORD PER BASE/GENERATION WINS; ITS STAMP IS THE
      *> ORIGINAL CATALOGUE STAMP, SINCE EVERY RE-APPEND KEEPS IT
       READ-CATALOG.
           READ CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = 10
             AND GC-GENERATION(1:1) = "G"
             MOVE 'N' TO WS-GEN-FOUND
             PERFORM CHECK-GENERATION VARYING GT FROM 1 BY 1
               UNTIL GT > WS-GEN-COUNT OR WS-GEN-FOUND = 'Y'
             IF WS-GEN-FOUND = 'Y'
               SET GT DOWN BY 1
             ELSE
               IF WS-GEN-COUNT NOT < WS-MAX-GENS
                 DISPLAY "TOO MANY INPUT GENERATIONS, LIMIT IS "
                   WS-MAX-GENS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-GEN-COUNT
               SET GT TO WS-GEN-COUNT
               MOVE GC-BASE TO GT-BASE(GT)
               MOVE GC-GENERATION TO GT-GENERATION(GT)
             END-IF
             MOVE GC-CATALOG-STAMP(1:8) TO GT-FROM-DATE(GT)
             MOVE GDG-CATALOG-RECORD TO GT-IMAGE(GT)
           END-IF
       .
       CHECK-GENERATION.
           IF GT-BASE(GT) = GC-BASE
             AND GT-GENERATION(GT) = GC-GENERATION
             MOVE 'Y' TO WS-GEN-FOUND
           END-IF
       .
      *> A GENERATION STOPPED BEING LIVE WHEN THE NEXT-NUMBERED
      *> GENERATION OF ITS BASE WAS CATALOGUED; STILL LIVE IS TODAY
       SET-GENERATION-DATES.
           MOVE WS-TODAY TO GT-TO-DATE(GT).
           MOVE HIGH-VALUES TO WS-NEXT-GEN.
           PERFORM FIND-NEXT-GENERATION VARYING GN FROM 1 BY 1
             UNTIL GN > WS-GEN-COUNT
       .
       FIND-NEXT-GENERATION.
           IF GT-BASE(GN) = GT-BASE(GT)
             AND GT-GENERATION(GN) > GT-GENERATION(GT)
             AND GT-GENERATION(GN) < WS-NEXT-GEN
             MOVE GT-GENERATION(GN) TO WS-NEXT-GEN
             MOVE GT-FROM-DATE(GN) TO GT-TO-DATE(GT)
           END-IF
       .
       GOVERN-GENERATION.
           MOVE GT-IMAGE(GT) TO GDG-CATALOG-RECORD.
           MOVE GC-ACCEPTANCE TO WS-GEN-STATE.
           MOVE GC-SUPERSEDED TO WS-GEN-SUPERSEDED.
           MOVE GT-BASE(GT) TO WS-FIND-NAME.
           MOVE "BASE" TO WS-FIND-KIND.
           PERFORM FIND-POLICY.
           MOVE SPACES TO WS-GEN-ACTION.
           IF WS-POLICY-FOUND = 'Y'
             PERFORM SET-CUTOFFS
             IF WS-GEN-STATE = "PASSED"
               AND WS-GEN-SUPERSEDED = "Y"
               AND GT-TO-DATE(GT) < WS-LIVE-CUTOFF
               MOVE "ARCHIVE" TO WS-GEN-ACTION
             END-IF
             IF WS-GEN-STATE = "ARCHIVED"
               AND WS-ARCHIVE-DAYS NOT = ZERO
               AND GT-TO-DATE(GT) < WS-PURGE-CUTOFF
               MOVE "PURGE" TO WS-GEN-ACTION
             END-IF
           END-IF.
           IF WS-GEN-ACTION NOT = SPACES
             MOVE SPACES TO WS-GEN-FILE
             STRING GT-BASE(GT) DELIMITED BY SPACE
               ".DAT." GT-GENERATION(GT) DELIMITED BY SIZE
               INTO WS-GEN-FILE
             MOVE 'N' TO WS-HELD
             PERFORM MATCH-GENERATION-HOLD VARYING HL FROM 1 BY 1
               UNTIL HL > WS-HOLD-COUNT OR WS-HELD = 'Y'
             IF WS-HELD = 'Y'
               SET HL DOWN BY 1
               ADD 1 TO WS-RECORDS-HELD
               MOVE "HELD" TO DL-ACTION
               MOVE SPACES TO WS-REASON
               STRING "LEGAL HOLD " DELIMITED BY SIZE
                 HL-HOLD-ID(HL) DELIMITED BY SPACE
                 ", NOT " DELIMITED BY SIZE
                 WS-GEN-ACTION DELIMITED BY SPACE
                 "D: " HL-REASON(HL) DELIMITED BY SIZE
                 INTO WS-REASON
             ELSE
               PERFORM DISPOSE-GENERATION
             END-IF
             MOVE WS-GEN-FILE TO DL-OBJECT
             MOVE ZERO TO DL-COUNT
             MOVE WS-REASON TO DL-REASON
             MOVE DISPOSITION-LINE TO DISPOSITION-RECORD
             WRITE DISPOSITION-RECORD
           END-IF
       .
      *> LIST THE MOVE FOR THE JOB SCRIPT AND CATALOGUE THE NEW STATE,
      *> KEEPING THE ORIGINAL PROVENANCE FIELDS THE WAY NEWGEN.SH'S
      *> SUPERSEDED RE-APPEND DOES
       DISPOSE-GENERATION.
           MOVE SPACES TO ACTION-RECORD.
           MOVE SPACES TO WS-REASON.
           IF WS-GEN-ACTION = "ARCHIVE"
             STRING "ARCHIVE " WS-GEN-FILE DELIMITED BY SIZE
               INTO ACTION-RECORD
             MOVE "ARCHIVED" TO GC-ACCEPTANCE
             MOVE "ARCHIVED" TO DL-ACTION
             ADD 1 TO WS-RECORDS-ARCHIVED
             STRING "SUPERSEDED " GT-TO-DATE(GT)
               ", PAST LIVE RETENTION, CLASS "
                 DELIMITED BY SIZE WS-CLASS DELIMITED BY SPACE " "
               WS-DAYS-ED " DAYS" DELIMITED BY SIZE INTO WS-REASON
           ELSE
             STRING "PURGE " WS-GEN-FILE DELIMITED BY SIZE
               INTO ACTION-RECORD
             MOVE "PURGED" TO GC-ACCEPTANCE
             MOVE "PURGED" TO DL-ACTION
             ADD 1 TO WS-RECORDS-PURGED
             STRING "SUPERSEDED " GT-TO-DATE(GT)
               ", PAST ARCHIVE RETENTION, CLASS "
                 DELIMITED BY SIZE WS-CLASS DELIMITED BY SPACE " "
               WS-DAYS-ED "+" WS-ARCH-DAYS-ED " DAYS"
               DELIMITED BY SIZE INTO WS-REASON
           END-IF.
           WRITE ACTION-RECORD.
           MOVE "AOCHKEEP" TO GC-OPERATOR.
           WRITE GDG-CATALOG-RECORD
       .
      *> A GENERATION IS HELD BY NAME, BY A HELD DATE RANGE IT WAS LIVE
      *> IN, OR BY A HELD RUN STAMPED WHILE IT WAS LIVE
       MATCH-GENERATION-HOLD.
           EVALUATE HL-TYPE(HL)
             WHEN "RUN-ID"
               IF HL-RUN-ID(HL)(1:8) NOT < GT-FROM-DATE(GT)
                 AND HL-RUN-ID(HL)(1:8) NOT > GT-TO-DATE(GT)
                 MOVE 'Y' TO WS-HELD
               END-IF
             WHEN "DATES"
               IF HL-FROM-DATE(HL) NOT > GT-TO-DATE(GT)
                 AND HL-TO-DATE(HL) NOT < GT-FROM-DATE(GT)
                 MOVE 'Y' TO WS-HELD
               END-IF
             WHEN "GEN"
               IF HL-BASE(HL) = GT-BASE(GT)
                 AND HL-GENERATION(HL) = GT-GENERATION(GT)
                 MOVE 'Y' TO WS-HELD
               END-IF
           END-EVALUATE
       .
       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = 35
             MOVE WS-POLICY-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-POLICY UNTIL WS-POLICY-STATUS = 10
             CLOSE POLICY-FILE
           END-IF
       .
       READ-POLICY.
           READ POLICY-FILE.
           IF WS-POLICY-STATUS NOT = 10
             IF WS-POLICY-COUNT NOT < WS-MAX-POLICIES
               DISPLAY "TOO MANY RETENTION POLICIES, LIMIT IS "
                 WS-MAX-POLICIES
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             IF RP-LIVE-DAYS NOT NUMERIC
               OR RP-ARCHIVE-DAYS NOT NUMERIC
               DISPLAY "BAD RETENTION POLICY LINE FOR " RP-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-POLICY-COUNT
             SET PO TO WS-POLICY-COUNT
             MOVE RP-NAME TO PO-NAME(PO)
             MOVE RP-KIND TO PO-KIND(PO)
             MOVE RP-CLASS TO PO-CLASS(PO)
             MOVE RP-LIVE-DAYS TO PO-LIVE-DAYS(PO)
             MOVE RP-ARCHIVE-DAYS TO PO-ARCHIVE-DAYS(PO)
           END-IF
       .
      *> THE LINE NAMING WS-FIND-NAME WINS; FAILING THAT THE "*"
      *> DEFAULT FOR ITS KIND
       FIND-POLICY.
           MOVE 'N' TO WS-POLICY-FOUND.
           PERFORM CHECK-POLICY VARYING PO FROM 1 BY 1
             UNTIL PO > WS-POLICY-COUNT OR WS-POLICY-FOUND = 'Y'.
           IF WS-POLICY-FOUND = 'N'
             MOVE "*" TO WS-FIND-NAME
             PERFORM CHECK-POLICY VARYING PO FROM 1 BY 1
               UNTIL PO > WS-POLICY-COUNT OR WS-POLICY-FOUND = 'Y'
           END-IF
       .
       CHECK-POLICY.
           IF PO-KIND(PO) = WS-FIND-KIND
             AND PO-NAME(PO) = WS-FIND-NAME
             MOVE 'Y' TO WS-POLICY-FOUND
             MOVE PO-CLASS(PO) TO WS-CLASS
             MOVE PO-LIVE-DAYS(PO) TO WS-LIVE-DAYS
             MOVE PO-ARCHIVE-DAYS(PO) TO WS-ARCHIVE-DAYS
           END-IF
       .
      *> LIVE CUTOFF: FIRST DATE STILL LIVE; PURGE CUTOFF: FIRST DATE
      *> STILL IN THE ARCHIVE
       SET-CUTOFFS.
           MOVE WS-LIVE-DAYS TO WS-DAYS-ED.
           MOVE WS-ARCHIVE-DAYS TO WS-ARCH-DAYS-ED.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
             (WS-TODAY-INT - WS-LIVE-DAYS).
           MOVE WS-DATE-NUM TO WS-LIVE-CUTOFF.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
             (WS-TODAY-INT - WS-LIVE-DAYS - WS-ARCHIVE-DAYS).
           MOVE WS-DATE-NUM TO WS-PURGE-CUTOFF
       .
      *> ONLY ACTIVE HOLDS BIND; A RELEASED LINE STAYS ON FILE AS THE
      *> RECORD OF THE HOLD
       LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = 35
             MOVE WS-HOLD-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-HOLD UNTIL WS-HOLD-STATUS = 10
             CLOSE HOLD-FILE
           END-IF
       .
       READ-HOLD.
           READ HOLD-FILE.
           IF WS-HOLD-STATUS NOT = 10
             AND LH-STATUS = "ACTIVE"
             IF WS-HOLD-COUNT NOT < WS-MAX-HOLDS
               DISPLAY "TOO MANY LEGAL HOLDS, LIMIT IS "
                 WS-MAX-HOLDS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-HOLD-COUNT
             SET HL TO WS-HOLD-COUNT
             MOVE LH-HOLD-ID TO HL-HOLD-ID(HL)
             MOVE LH-TYPE TO HL-TYPE(HL)
             MOVE LH-RUN-ID TO HL-RUN-ID(HL)
             MOVE LH-FROM-DATE TO HL-FROM-DATE(HL)
             MOVE LH-TO-DATE TO HL-TO-DATE(HL)
             MOVE LH-BASE TO HL-BASE(HL)
             MOVE LH-GENERATION TO HL-GENERATION(HL)
             MOVE LH-REASON TO HL-REASON(HL)
             MOVE ZERO TO HL-HELD(HL)
           END-IF
       .
       LOAD-NETWORK.
           OPEN INPUT NETWORK-FILE.
           IF WS-NETWORK-STATUS NOT = 35
             MOVE WS-NETWORK-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-NETWORK UNTIL WS-NETWORK-STATUS = 10
             CLOSE NETWORK-FILE
           END-IF
       .
       READ-NETWORK.
           READ NETWORK-FILE.
           IF WS-NETWORK-STATUS NOT = 10
             AND JN-STEP NUMERIC
             AND JN-BASE NOT = SPACES
             IF WS-NETWORK-COUNT NOT < WS-MAX-NETWORK
               DISPLAY "TOO MANY JOB NETWORK STEPS, LIMIT IS "
                 WS-MAX-NETWORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-NETWORK-COUNT
             SET NW TO WS-NETWORK-COUNT
             MOVE JN-PROGRAM TO NW-PROGRAM-ID(NW)
             MOVE JN-BASE TO NW-BASE(NW)
           END-IF
       .
      *> THE REPORT IS STARTED FRESH BY EACH HOUSEKEEPING RUN; THE
      *> FIRST PASS WRITES ITS HEADINGS
       OPEN-DISPOSITION.
           OPEN EXTEND DISPOSITION-FILE.
           IF WS-DISPOSITION-STATUS = 35
             OPEN OUTPUT DISPOSITION-FILE
             MOVE WS-DISPOSITION-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             MOVE WS-TODAY TO DH-DATE
             MOVE DISPOSITION-HEADING TO DISPOSITION-RECORD
             WRITE DISPOSITION-RECORD
             MOVE DISPOSITION-COLUMNS TO DISPOSITION-RECORD
             WRITE DISPOSITION-RECORD
           END-IF
       .
       WRITE-DISPOSITION.
           MOVE WS-FILE-LABEL TO DL-OBJECT.
           MOVE WS-REASON TO DL-REASON.
           MOVE DISPOSITION-LINE TO DISPOSITION-RECORD.
           WRITE DISPOSITION-RECORD
       .
      *> ONE LINE PER HOLD THAT PROTECTED ANYTHING ON THIS PASS; A
      *> PER-RUN FILE'S HELD RECORDS ARE IN ITS ARCHIVE, WHERE THE
      *> PURGE PASS WILL NOT TOUCH THEM
       REPORT-HOLD.
           IF HL-HELD(HL) NOT = ZERO
             MOVE "HELD" TO DL-ACTION
             MOVE HL-HELD(HL) TO DL-COUNT
             MOVE SPACES TO WS-REASON
             IF WS-MODE NOT = "PURGE" AND WS-DATED-FLAG NOT = 'Y'
               STRING "LEGAL HOLD " DELIMITED BY SIZE
                 HL-HOLD-ID(HL) DELIMITED BY SPACE
                 ", ARCHIVED UNPURGEABLE: " HL-REASON(HL)
                 DELIMITED BY SIZE INTO WS-REASON
             ELSE
               STRING "LEGAL HOLD " DELIMITED BY SIZE
                 HL-HOLD-ID(HL) DELIMITED BY SPACE ": " HL-REASON(HL)
                 DELIMITED BY SIZE INTO WS-REASON
             END-IF
             PERFORM WRITE-DISPOSITION
           END-IF
       .
       END PROGRAM AOCHKEEP.
