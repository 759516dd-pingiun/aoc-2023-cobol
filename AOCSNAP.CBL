      ******************************************************************
      * Advent of Code 2023, dataset snapshot catalogue and proof      *
      *                                                                *
      * Catalogues, proves and expires the point-in-time snapshots     *
      * SNAPSHOT.sh takes at the head of the nightly stream and        *
      * RESTORE.sh puts back (SNAPCAT.CPY layout, SNAPSHOT-CATALOG.DAT *
      * catalogue). Driven once per dataset by those scripts, which    *
      * allocate DD_SNAPFILE and pass:                                 *
      *                                                                *
      *   SNMODE      TAKE    count the snapshot copy in DD_SNAPFILE   *
      *                       and catalogue it TAKEN (ABSENT when the  *
      *                       dataset did not exist)                   *
      *               VERIFY  count the restored dataset and prove it  *
      *                       against the snapshot's catalogue line:   *
      *                       RESTORED when it proves, FAILED and RC 8 *
      *                       when it does not                         *
      *               LIST    print every snapshot on the catalogue    *
      *                       and whether it can still be restored     *
      *               EXPIRE  catalogue EXPIRED every snapshot past    *
      *                       its retention and name its run-id in     *
      *                       SNAPSHOT-EXPIRED.DAT for the script to   *
      *                       remove                                   *
      *   SNDATASET   the dataset's name                               *
      *   SNRUNID     the run-id the snapshot is catalogued under      *
      *   SNBUSDATE   that run's business date                         *
      *   SNARCHGEN   newest housekeeping archive generation on file   *
      *   SNRUNIDPOS  where a detail record carries its run-id, for    *
      *               the datasets sealed with AOCTRLR.CPY integrity   *
      *               trailers (0 for none)                            *
      *   SNMASTER    RESULTS or CARDS for the two indexed masters     *
      *   SNUSER      the operator the event is catalogued under       *
      *                                                                *
      * The proof: the record count must equal the count catalogued    *
      * when the snapshot was taken, and every integrity trailer must  *
      * prove -- its record count equal to the detail records on file  *
      * for its run -- and as many of them as proved then.             *
      *                                                                *
      * A snapshot is kept RETAIN-DAYS days (AOC-TUNING.DAT, default   *
      * 7). The newest snapshot is always kept, and so is one whose    *
      * run an ACTIVE RUN-ID hold in LEGAL-HOLDS.DAT names.            *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCSNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE
           ASSIGN TO "SNAPFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT RESULT-MASTER
           ASSIGN TO "SNAPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT CARD-MASTER
           ASSIGN TO "SNAPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CARD-NUM
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT CATALOG-FILE
           ASSIGN TO "SNAPSHOT-CATALOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.
           SELECT EXPIRED-FILE
           ASSIGN TO "SNAPSHOT-EXPIRED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXPIRED-STATUS.
           SELECT TUNING-FILE
           ASSIGN TO "AOC-TUNING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TUNING-STATUS.
           SELECT HOLD-FILE
           ASSIGN TO "LEGAL-HOLDS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SNAP-FILE
           RECORD VARYING FROM 1 TO 250 CHARACTERS.
       01  SNAP-RECORD         PIC X(250).
           COPY AOCTRLR.
       FD RESULT-MASTER.
           COPY AOCRESM.
       FD CARD-MASTER.
           COPY DAY4CARD.
       FD CATALOG-FILE.
           COPY SNAPCAT.
       FD EXPIRED-FILE.
       01  EXPIRED-RECORD      PIC X(14).
       FD TUNING-FILE.
           COPY TUNPARM.
       FD HOLD-FILE.
           COPY LEGALHLD.
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
       01  WS-SNAP-STATUS      PIC 9(2).
       01  WS-CATALOG-STATUS   PIC 9(2).
       01  WS-EXPIRED-STATUS   PIC 9(2).
       01  WS-TUNING-STATUS    PIC 9(2).
       01  WS-HOLD-STATUS      PIC 9(2).
      *> STEP PARAMETERS, ALLOCATED BY THE DRIVING JOB SCRIPT
       01  WS-MODE             PIC X(8).
       01  WS-DATASET          PIC X(30).
       01  WS-SNAP-RUN-ID      PIC X(14).
       01  WS-BUSINESS-DATE    PIC X(8).
       01  WS-ARCHIVE-GEN      PIC X(5).
       01  WS-RUNID-POS-PARM   PIC X(3).
       01  WS-RUNID-POS        PIC 9(3) VALUE ZERO.
       01  WS-MASTER           PIC X(8).
       01  WS-USER             PIC X(8).
       01  WS-STAMP            PIC X(14).
      *> WHAT COUNT-DATASET FOUND IN DD_SNAPFILE
       01  WS-FILE-ABSENT      PIC X VALUE 'N'.
       01  WS-RECORD-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-TRAILERS-PROVED  PIC 9(5) VALUE ZERO.
       01  WS-TRAILERS-FAILED  PIC 9(5) VALUE ZERO.
       01  WS-RECORD-RUN-ID    PIC X(14).
      *> DETAIL RECORDS ON FILE PER RUN, FOR THE TRAILERS TO PROVE ON
       01  WS-RUN-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-MAX-RUNS         PIC 9(4) VALUE 400.
       01  RUN-TABLE.
           05  RUN-ENTRY       OCCURS 400 TIMES INDEXED BY RT.
               10  RT-RUN-ID       PIC X(14).
               10  RT-DETAIL-COUNT PIC 9(9).
       01  WS-RUN-FOUND        PIC X.
      *> THE CATALOGUE, FOLDED TO ITS LATEST LINE PER RUN-ID/DATASET;
      *> CE-TAKEN-STATE AND ITS COUNTS ARE THE SNAPSHOT'S OWN LINE
       01  WS-ENTRY-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-MAX-ENTRIES      PIC 9(4) VALUE 4000.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY   OCCURS 4000 TIMES INDEXED BY CE.
               10  CE-RUN-ID       PIC X(14).
               10  CE-DATASET      PIC X(30).
               10  CE-BUSINESS-DATE PIC X(8).
               10  CE-STATE        PIC X(8).
               10  CE-TAKEN-STATE  PIC X(8).
               10  CE-RECORD-COUNT PIC 9(9).
               10  CE-TRAILER-COUNT PIC 9(5).
               10  CE-ARCHIVE-GEN  PIC X(5).
               10  CE-TAKEN-STAMP  PIC X(14).
       01  WS-ENTRY-FOUND      PIC X.
      *> ONE LINE PER SNAPSHOT, FOR THE LIST AND FOR EXPIRY
       01  WS-SNAPSHOT-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-MAX-SNAPSHOTS    PIC 9(4) VALUE 400.
       01  SNAPSHOT-TABLE.
           05  SNAPSHOT-ENTRY  OCCURS 400 TIMES INDEXED BY SS.
               10  SS-RUN-ID       PIC X(14).
               10  SS-BUSINESS-DATE PIC X(8).
               10  SS-TAKEN-STAMP  PIC X(14).
               10  SS-DATASETS     PIC 9(4).
               10  SS-RECORDS      PIC 9(11).
               10  SS-STATE        PIC X(10).
       01  WS-SNAPSHOT-FOUND   PIC X.
       01  WS-NEWEST-RUN-ID    PIC X(14) VALUE SPACES.
      *> RETENTION
       01  WS-RETAIN-DAYS      PIC 9(4) VALUE 7.
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-EXPIRE-BEFORE    PIC X(8).
       01  WS-HOLD-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-HOLDS        PIC 9(4) VALUE 200.
       01  HOLD-TABLE.
           05  HOLD-ENTRY      OCCURS 200 TIMES INDEXED BY HL.
               10  HL-HOLD-ID      PIC X(8).
               10  HL-RUN-ID       PIC X(14).
       01  WS-HELD             PIC X.
       01  WS-EXPIRED-COUNT    PIC 9(4) VALUE ZERO.
      *> SNAPSHOT LIST LINES
       01  LIST-HEADING.
           05  FILLER          PIC X(16) VALUE "RUN-ID".
           05  FILLER          PIC X(10) VALUE "BUS DATE".
           05  FILLER          PIC X(16) VALUE "TAKEN".
           05  FILLER          PIC X(10) VALUE "DATASETS".
           05  FILLER          PIC X(14) VALUE "       RECORDS".
           05  FILLER          PIC X(2) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "STATE".
       01  LIST-LINE.
           05  LL-RUN-ID       PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-BUSINESS-DATE PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-TAKEN-STAMP  PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-DATASETS     PIC Z(7)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-RECORDS      PIC Z(13)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-STATE        PIC X(10).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-MODE FROM ENVIRONMENT "SNMODE".
           ACCEPT WS-DATASET FROM ENVIRONMENT "SNDATASET".
           ACCEPT WS-SNAP-RUN-ID FROM ENVIRONMENT "SNRUNID".
           ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "SNBUSDATE".
           ACCEPT WS-ARCHIVE-GEN FROM ENVIRONMENT "SNARCHGEN".
           ACCEPT WS-RUNID-POS-PARM FROM ENVIRONMENT "SNRUNIDPOS".
           IF WS-RUNID-POS-PARM NUMERIC
             MOVE WS-RUNID-POS-PARM TO WS-RUNID-POS
           END-IF.
           ACCEPT WS-MASTER FROM ENVIRONMENT "SNMASTER".
           ACCEPT WS-USER FROM ENVIRONMENT "SNUSER".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.

           EVALUATE WS-MODE
             WHEN "TAKE"
               PERFORM TAKE-SNAPSHOT
             WHEN "VERIFY"
               PERFORM VERIFY-RESTORE
             WHEN "LIST"
               PERFORM LOAD-CATALOG
               PERFORM LIST-SNAPSHOTS
             WHEN "EXPIRE"
               PERFORM LOAD-CATALOG
               PERFORM EXPIRE-SNAPSHOTS
             WHEN OTHER
               DISPLAY "BAD OR MISSING SNMODE: " WS-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           GOBACK.

           COPY FILEERR.

      *> CATALOGUE ONE DATASET'S SNAPSHOT COPY AS IT WAS TAKEN; A
      *> TRAILER THAT DOES NOT PROVE IS CATALOGUED AS FOUND, SINCE THE
      *> SNAPSHOT IS THE PRE-RUN IMAGE WHATEVER ITS STATE
       TAKE-SNAPSHOT.
           IF WS-SNAP-RUN-ID = SPACES OR WS-DATASET = SPACES
             DISPLAY "SNRUNID AND SNDATASET ARE REQUIRED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM COUNT-DATASET.
           MOVE SPACES TO SNAPSHOT-CATALOG-RECORD.
           MOVE WS-SNAP-RUN-ID TO SC-RUN-ID.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE WS-DATASET TO SC-DATASET.
           IF WS-FILE-ABSENT = 'Y'
             MOVE "ABSENT" TO SC-STATE
             DISPLAY WS-DATASET " NOT CATALOGUED, SNAPSHOT ABSENT"
           ELSE
             MOVE "TAKEN" TO SC-STATE
             DISPLAY WS-DATASET " SNAPSHOT " WS-RECORD-COUNT
               " RECORDS, " WS-TRAILERS-PROVED " TRAILERS PROVED"
           END-IF.
           IF WS-TRAILERS-FAILED NOT = ZERO
             DISPLAY "*** " WS-DATASET " HAS " WS-TRAILERS-FAILED
               " TRAILERS THAT DO NOT PROVE; A RESTORE OF THIS"
               " SNAPSHOT WILL NOT PROVE"
           END-IF.
           MOVE WS-RECORD-COUNT TO SC-RECORD-COUNT.
           MOVE WS-TRAILERS-PROVED TO SC-TRAILER-COUNT.
           MOVE WS-ARCHIVE-GEN TO SC-ARCHIVE-GEN.
           MOVE WS-STAMP TO SC-STAMP.
           MOVE WS-USER TO SC-OPERATOR.
           PERFORM APPEND-CATALOG
       .
      *> PROVE ONE RESTORED DATASET AGAINST THE SNAPSHOT'S OWN LINE
       VERIFY-RESTORE.
           PERFORM LOAD-CATALOG.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM CHECK-ENTRY VARYING CE FROM 1 BY 1
             UNTIL CE > WS-ENTRY-COUNT OR WS-ENTRY-FOUND = 'Y'.
           IF WS-ENTRY-FOUND = 'N'
             DISPLAY "*** NO SNAPSHOT OF " WS-DATASET " FOR RUN "
               WS-SNAP-RUN-ID
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           SET CE DOWN BY 1.
           PERFORM COUNT-DATASET.

           MOVE SPACES TO SNAPSHOT-CATALOG-RECORD.
           MOVE "RESTORED" TO SC-STATE.
           IF CE-TAKEN-STATE(CE) = "ABSENT"
             IF WS-FILE-ABSENT = 'N'
               DISPLAY "*** " WS-DATASET " SHOULD BE ABSENT AFTER THE"
                 " RESTORE BUT IS CATALOGUED"
               MOVE "FAILED" TO SC-STATE
             END-IF
           ELSE
             IF WS-FILE-ABSENT = 'Y'
               DISPLAY "*** " WS-DATASET " IS MISSING AFTER THE RESTORE"
               MOVE "FAILED" TO SC-STATE
             END-IF
             IF WS-RECORD-COUNT NOT = CE-RECORD-COUNT(CE)
               DISPLAY "*** " WS-DATASET " RECORD COUNT DOES NOT PROVE"
                 " (" WS-RECORD-COUNT " VS " CE-RECORD-COUNT(CE) ")"
               MOVE "FAILED" TO SC-STATE
             END-IF
             IF WS-TRAILERS-FAILED NOT = ZERO
               OR WS-TRAILERS-PROVED NOT = CE-TRAILER-COUNT(CE)
               DISPLAY "*** " WS-DATASET " INTEGRITY TRAILERS DO NOT"
                 " PROVE (" WS-TRAILERS-PROVED " PROVED, "
                 WS-TRAILERS-FAILED " FAILED, "
                 CE-TRAILER-COUNT(CE) " AT SNAPSHOT)"
               MOVE "FAILED" TO SC-STATE
             END-IF
           END-IF.
           IF SC-STATE = "RESTORED"
             DISPLAY WS-DATASET " RESTORED, " WS-RECORD-COUNT
               " RECORDS, " WS-TRAILERS-PROVED " TRAILERS PROVED"
           ELSE
             MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-SNAP-RUN-ID TO SC-RUN-ID.
           MOVE CE-BUSINESS-DATE(CE) TO SC-BUSINESS-DATE.
           MOVE WS-DATASET TO SC-DATASET.
           MOVE WS-RECORD-COUNT TO SC-RECORD-COUNT.
           MOVE WS-TRAILERS-PROVED TO SC-TRAILER-COUNT.
           MOVE CE-ARCHIVE-GEN(CE) TO SC-ARCHIVE-GEN.
           MOVE WS-STAMP TO SC-STAMP.
           MOVE WS-USER TO SC-OPERATOR.
           PERFORM APPEND-CATALOG
       .
       CHECK-ENTRY.
           IF CE-RUN-ID(CE) = WS-SNAP-RUN-ID
             AND CE-DATASET(CE) = WS-DATASET
             AND CE-TAKEN-STATE(CE) NOT = SPACES
             MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF
       .
      *> COUNT THE RECORDS IN DD_SNAPFILE AND PROVE ITS TRAILERS
       COUNT-DATASET.
           MOVE 'N' TO WS-FILE-ABSENT.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-TRAILERS-PROVED.
           MOVE ZERO TO WS-TRAILERS-FAILED.
           MOVE ZERO TO WS-RUN-COUNT.
           EVALUATE WS-MASTER
             WHEN "RESULTS"
               PERFORM COUNT-RESULT-MASTER
             WHEN "CARDS"
               PERFORM COUNT-CARD-MASTER
             WHEN OTHER
               PERFORM COUNT-SEQUENTIAL
           END-EVALUATE
       .
       COUNT-SEQUENTIAL.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-STATUS = 35
             MOVE 'Y' TO WS-FILE-ABSENT
           ELSE
             MOVE WS-SNAP-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-SNAP-RECORD UNTIL WS-SNAP-STATUS = 10
             CLOSE SNAP-FILE
           END-IF
       .
      *> A TRAILER CLOSES ITS RUN'S DETAIL RECORDS, SO ITS COUNT MUST
      *> EQUAL THE DETAIL RECORDS ALREADY READ FOR ITS RUN-ID
       READ-SNAP-RECORD.
           READ SNAP-FILE.
           IF WS-SNAP-STATUS NOT = 10
             ADD 1 TO WS-RECORD-COUNT
             IF WS-RUNID-POS NOT = ZERO
               IF TRL-MARKER = "*TRAILER"
                 PERFORM PROVE-TRAILER
               ELSE
                 MOVE SNAP-RECORD(WS-RUNID-POS:14) TO WS-RECORD-RUN-ID
                 PERFORM TALLY-RUN
               END-IF
             END-IF
           END-IF
       .
       TALLY-RUN.
           PERFORM FIND-RUN.
           IF WS-RUN-FOUND = 'N'
             IF WS-RUN-COUNT NOT < WS-MAX-RUNS
               DISPLAY "TOO MANY RUNS IN " WS-DATASET ", LIMIT IS "
                 WS-MAX-RUNS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-RUN-COUNT
             SET RT TO WS-RUN-COUNT
             MOVE WS-RECORD-RUN-ID TO RT-RUN-ID(RT)
             MOVE ZERO TO RT-DETAIL-COUNT(RT)
           END-IF.
           ADD 1 TO RT-DETAIL-COUNT(RT)
       .
       PROVE-TRAILER.
           MOVE TRL-RUN-ID TO WS-RECORD-RUN-ID.
           PERFORM FIND-RUN.
           IF WS-RUN-FOUND = 'Y'
             AND RT-DETAIL-COUNT(RT) = TRL-RECORD-COUNT
             ADD 1 TO WS-TRAILERS-PROVED
           ELSE
             IF WS-RUN-FOUND = 'N' AND TRL-RECORD-COUNT = ZERO
               ADD 1 TO WS-TRAILERS-PROVED
             ELSE
               ADD 1 TO WS-TRAILERS-FAILED
               DISPLAY "*** " WS-DATASET " TRAILER FOR RUN " TRL-RUN-ID
                 " DOES NOT PROVE (COUNT " TRL-RECORD-COUNT ")"
             END-IF
           END-IF
       .
       FIND-RUN.
           MOVE 'N' TO WS-RUN-FOUND.
           PERFORM CHECK-RUN VARYING RT FROM 1 BY 1
             UNTIL RT > WS-RUN-COUNT OR WS-RUN-FOUND = 'Y'.
           IF WS-RUN-FOUND = 'Y'
             SET RT DOWN BY 1
           END-IF
       .
       CHECK-RUN.
           IF RT-RUN-ID(RT) = WS-RECORD-RUN-ID
             MOVE 'Y' TO WS-RUN-FOUND
           END-IF
       .
       COUNT-RESULT-MASTER.
           OPEN INPUT RESULT-MASTER.
           IF WS-SNAP-STATUS = 35
             MOVE 'Y' TO WS-FILE-ABSENT
           ELSE
             MOVE WS-SNAP-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             MOVE LOW-VALUES TO RM-KEY
             START RESULT-MASTER KEY NOT LESS THAN RM-KEY
             IF WS-SNAP-STATUS = 0
               PERFORM READ-RESULT-MASTER UNTIL WS-SNAP-STATUS = 10
             END-IF
             CLOSE RESULT-MASTER
           END-IF
       .
       READ-RESULT-MASTER.
           READ RESULT-MASTER NEXT RECORD.
           IF WS-SNAP-STATUS NOT = 10
             MOVE WS-SNAP-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             ADD 1 TO WS-RECORD-COUNT
           END-IF
       .
       COUNT-CARD-MASTER.
           OPEN INPUT CARD-MASTER.
           IF WS-SNAP-STATUS = 35
             MOVE 'Y' TO WS-FILE-ABSENT
           ELSE
             MOVE WS-SNAP-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             MOVE ZERO TO CM-CARD-NUM
             START CARD-MASTER KEY NOT LESS THAN CM-CARD-NUM
             IF WS-SNAP-STATUS = 0
               PERFORM READ-CARD-MASTER UNTIL WS-SNAP-STATUS = 10
             END-IF
             CLOSE CARD-MASTER
           END-IF
       .
       READ-CARD-MASTER.
           READ CARD-MASTER NEXT RECORD.
           IF WS-SNAP-STATUS NOT = 10
             MOVE WS-SNAP-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             ADD 1 TO WS-RECORD-COUNT
           END-IF
       .
      *> FOLD THE CATALOGUE TO ONE ENTRY PER RUN-ID/DATASET: ITS LATEST
      *> STATE, AND THE COUNTS ITS TAKEN (OR ABSENT) LINE RECORDED
       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = 35
             MOVE WS-CATALOG-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CATALOG UNTIL WS-CATALOG-STATUS = 10
             CLOSE CATALOG-FILE
           END-IF
       .
       READ-CATALOG.
           READ CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = 10
             MOVE 'N' TO WS-ENTRY-FOUND
             PERFORM MATCH-ENTRY VARYING CE FROM 1 BY 1
               UNTIL CE > WS-ENTRY-COUNT OR WS-ENTRY-FOUND = 'Y'
             IF WS-ENTRY-FOUND = 'Y'
               SET CE DOWN BY 1
             ELSE
               IF WS-ENTRY-COUNT NOT < WS-MAX-ENTRIES
                 DISPLAY "TOO MANY SNAPSHOT CATALOGUE ENTRIES, LIMIT "
                   "IS " WS-MAX-ENTRIES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               SET CE TO WS-ENTRY-COUNT
               MOVE SC-RUN-ID TO CE-RUN-ID(CE)
               MOVE SC-DATASET TO CE-DATASET(CE)
               MOVE SPACES TO CE-TAKEN-STATE(CE)
               MOVE ZERO TO CE-RECORD-COUNT(CE)
               MOVE ZERO TO CE-TRAILER-COUNT(CE)
               MOVE SPACES TO CE-ARCHIVE-GEN(CE)
               MOVE SPACES TO CE-TAKEN-STAMP(CE)
             END-IF
             MOVE SC-BUSINESS-DATE TO CE-BUSINESS-DATE(CE)
             MOVE SC-STATE TO CE-STATE(CE)
             IF SC-STATE = "TAKEN" OR SC-STATE = "ABSENT"
               MOVE SC-STATE TO CE-TAKEN-STATE(CE)
               MOVE SC-RECORD-COUNT TO CE-RECORD-COUNT(CE)
               MOVE SC-TRAILER-COUNT TO CE-TRAILER-COUNT(CE)
               MOVE SC-ARCHIVE-GEN TO CE-ARCHIVE-GEN(CE)
               MOVE SC-STAMP TO CE-TAKEN-STAMP(CE)
             END-IF
           END-IF
       .
       MATCH-ENTRY.
           IF CE-RUN-ID(CE) = SC-RUN-ID
             AND CE-DATASET(CE) = SC-DATASET
             MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF
       .
      *> ONE LINE PER SNAPSHOT: AN EXPIRED ONE IS LISTED BUT CAN NO
      *> LONGER BE RESTORED; ONE WHOSE LAST RESTORE FAILED CAN BE
      *> RESTORED AGAIN
       BUILD-SNAPSHOTS.
           PERFORM ADD-TO-SNAPSHOT VARYING CE FROM 1 BY 1
             UNTIL CE > WS-ENTRY-COUNT
       .
       ADD-TO-SNAPSHOT.
           IF CE-TAKEN-STATE(CE) NOT = SPACES
             MOVE 'N' TO WS-SNAPSHOT-FOUND
             PERFORM CHECK-SNAPSHOT VARYING SS FROM 1 BY 1
               UNTIL SS > WS-SNAPSHOT-COUNT OR WS-SNAPSHOT-FOUND = 'Y'
             IF WS-SNAPSHOT-FOUND = 'Y'
               SET SS DOWN BY 1
             ELSE
               IF WS-SNAPSHOT-COUNT NOT < WS-MAX-SNAPSHOTS
                 DISPLAY "TOO MANY SNAPSHOTS, LIMIT IS "
                   WS-MAX-SNAPSHOTS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-SNAPSHOT-COUNT
               SET SS TO WS-SNAPSHOT-COUNT
               MOVE CE-RUN-ID(CE) TO SS-RUN-ID(SS)
               MOVE CE-BUSINESS-DATE(CE) TO SS-BUSINESS-DATE(SS)
               MOVE CE-TAKEN-STAMP(CE) TO SS-TAKEN-STAMP(SS)
               MOVE ZERO TO SS-DATASETS(SS)
               MOVE ZERO TO SS-RECORDS(SS)
               MOVE "RESTORABLE" TO SS-STATE(SS)
               IF CE-RUN-ID(CE) > WS-NEWEST-RUN-ID
                 OR WS-NEWEST-RUN-ID = SPACES
                 MOVE CE-RUN-ID(CE) TO WS-NEWEST-RUN-ID
               END-IF
             END-IF
             IF CE-TAKEN-STATE(CE) = "TAKEN"
               ADD 1 TO SS-DATASETS(SS)
               ADD CE-RECORD-COUNT(CE) TO SS-RECORDS(SS)
             END-IF
             IF CE-STATE(CE) = "EXPIRED"
               MOVE "EXPIRED" TO SS-STATE(SS)
             END-IF
           END-IF
       .
       CHECK-SNAPSHOT.
           IF SS-RUN-ID(SS) = CE-RUN-ID(CE)
             MOVE 'Y' TO WS-SNAPSHOT-FOUND
           END-IF
       .
       LIST-SNAPSHOTS.
           PERFORM BUILD-SNAPSHOTS.
           DISPLAY "SNAPSHOT CATALOGUE".
           DISPLAY LIST-HEADING.
           PERFORM LIST-SNAPSHOT VARYING SS FROM 1 BY 1
             UNTIL SS > WS-SNAPSHOT-COUNT.
           IF WS-SNAPSHOT-COUNT = ZERO
             DISPLAY "NO SNAPSHOTS CATALOGUED"
           END-IF
       .
       LIST-SNAPSHOT.
           MOVE SS-RUN-ID(SS) TO LL-RUN-ID.
           MOVE SS-BUSINESS-DATE(SS) TO LL-BUSINESS-DATE.
           MOVE SS-TAKEN-STAMP(SS) TO LL-TAKEN-STAMP.
           MOVE SS-DATASETS(SS) TO LL-DATASETS.
           MOVE SS-RECORDS(SS) TO LL-RECORDS.
           MOVE SS-STATE(SS) TO LL-STATE.
           DISPLAY LIST-LINE
       .
      *> A SNAPSHOT TAKEN BEFORE TODAY LESS RETAIN-DAYS EXPIRES, BAR
      *> THE NEWEST AND ANY WHOSE RUN IS UNDER LEGAL HOLD
       EXPIRE-SNAPSHOTS.
           PERFORM LOAD-TUNING.
           PERFORM LOAD-HOLDS.
           PERFORM BUILD-SNAPSHOTS.
           MOVE WS-STAMP(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - WS-RETAIN-DAYS).
           MOVE WS-DATE-NUM TO WS-EXPIRE-BEFORE.

           OPEN OUTPUT EXPIRED-FILE.
           MOVE WS-EXPIRED-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           OPEN EXTEND CATALOG-FILE.
           IF WS-CATALOG-STATUS = 35
             OPEN OUTPUT CATALOG-FILE
           END-IF.
           MOVE WS-CATALOG-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM EXPIRE-SNAPSHOT VARYING SS FROM 1 BY 1
             UNTIL SS > WS-SNAPSHOT-COUNT.
           CLOSE CATALOG-FILE.
           CLOSE EXPIRED-FILE.
           DISPLAY "SNAPSHOTS EXPIRED: " WS-EXPIRED-COUNT
             " (RETAIN-DAYS " WS-RETAIN-DAYS ")"
       .
       EXPIRE-SNAPSHOT.
           IF SS-STATE(SS) NOT = "EXPIRED"
             AND SS-RUN-ID(SS) NOT = WS-NEWEST-RUN-ID
             AND SS-TAKEN-STAMP(SS)(1:8) < WS-EXPIRE-BEFORE
             MOVE 'N' TO WS-HELD
             PERFORM CHECK-HOLD VARYING HL FROM 1 BY 1
               UNTIL HL > WS-HOLD-COUNT OR WS-HELD = 'Y'
             IF WS-HELD = 'Y'
               SET HL DOWN BY 1
               DISPLAY "SNAPSHOT " SS-RUN-ID(SS) " KEPT, LEGAL HOLD "
                 HL-HOLD-ID(HL)
             ELSE
               MOVE SS-RUN-ID(SS) TO EXPIRED-RECORD
               WRITE EXPIRED-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               DISPLAY "SNAPSHOT " SS-RUN-ID(SS) " EXPIRED"
               PERFORM EXPIRE-ENTRY VARYING CE FROM 1 BY 1
                 UNTIL CE > WS-ENTRY-COUNT
             END-IF
           END-IF
       .
       EXPIRE-ENTRY.
           IF CE-RUN-ID(CE) = SS-RUN-ID(SS)
             MOVE SPACES TO SNAPSHOT-CATALOG-RECORD
             MOVE CE-RUN-ID(CE) TO SC-RUN-ID
             MOVE CE-BUSINESS-DATE(CE) TO SC-BUSINESS-DATE
             MOVE CE-DATASET(CE) TO SC-DATASET
             MOVE "EXPIRED" TO SC-STATE
             MOVE CE-RECORD-COUNT(CE) TO SC-RECORD-COUNT
             MOVE CE-TRAILER-COUNT(CE) TO SC-TRAILER-COUNT
             MOVE CE-ARCHIVE-GEN(CE) TO SC-ARCHIVE-GEN
             MOVE WS-STAMP TO SC-STAMP
             MOVE WS-USER TO SC-OPERATOR
             WRITE SNAPSHOT-CATALOG-RECORD
           END-IF
       .
       CHECK-HOLD.
           IF HL-RUN-ID(HL) = SS-RUN-ID(SS)
             MOVE 'Y' TO WS-HELD
           END-IF
       .
       APPEND-CATALOG.
           OPEN EXTEND CATALOG-FILE.
           IF WS-CATALOG-STATUS = 35
             OPEN OUTPUT CATALOG-FILE
           END-IF.
           MOVE WS-CATALOG-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           WRITE SNAPSHOT-CATALOG-RECORD.
           CLOSE CATALOG-FILE
       .
      *> A RETAIN-DAYS RECORD FOR THIS PROGRAM OVERRIDES THE
      *> COMPILED-IN DEFAULT, THE WAY AOCCERT TAKES ITS RELEASE-HOURS
       LOAD-TUNING.
           OPEN INPUT TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 35
             MOVE WS-TUNING-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-TUNING-RECORD UNTIL WS-TUNING-STATUS = 10
             CLOSE TUNING-FILE
           END-IF
           DISPLAY "TUNING: RETAIN-DAYS " WS-RETAIN-DAYS
       .
       READ-TUNING-RECORD.
           READ TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 10
             AND TUN-PROGRAM-ID = "AOCSNAP"
             AND TUN-KEYWORD = "RETAIN-DAYS"
             AND TUN-VALUE NOT = ZERO
             IF TUN-VALUE > 9999
               DISPLAY "TUNING: RETAIN-DAYS " TUN-VALUE
                 " EXCEEDS 9999, DEFAULT KEPT"
             ELSE
               MOVE TUN-VALUE TO WS-RETAIN-DAYS
             END-IF
           END-IF
       .
      *> ONLY AN ACTIVE RUN-ID HOLD NAMES A SNAPSHOT
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
             AND LH-TYPE = "RUN-ID"
             IF WS-HOLD-COUNT NOT < WS-MAX-HOLDS
               DISPLAY "TOO MANY LEGAL HOLDS, LIMIT IS "
                 WS-MAX-HOLDS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-HOLD-COUNT
             SET HL TO WS-HOLD-COUNT
             MOVE LH-HOLD-ID TO HL-HOLD-ID(HL)
             MOVE LH-RUN-ID TO HL-RUN-ID(HL)
           END-IF
       .
       END PROGRAM AOCSNAP.
