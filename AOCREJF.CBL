      ******************************************************************
      * Advent of Code 2023, reject inventory fold step                *
      *                                                                *
      * The per-run reject files are archived wholesale by             *
      * housekeeping at the head of every nightly run, so a reject     *
      * nobody worked used to drop out of view the next night. This    *
      * step folds them into the REJECT-INVENTORY.DAT indexed master,  *
      * keyed by feed, input generation and feed line, before the      *
      * archive cut. Driven by HOUSEKEEP.sh, which allocates:          *
      *                                                                *
      *   DD_REJFILE  the reject dataset to fold                       *
      *   REJFEED     the feed (program) that wrote it                 *
      *                                                                *
      * once per reject dataset. A key already on the master is left   *
      * as it is, so a restart or a reprocessed generation never       *
      * resets a reject's first-seen date or its disposition.          *
      *                                                                *
      * Run once more with REJFEED blank, the step instead walks       *
      * AOC-ADJUSTMENTS.DAT and marks CORRECTED every OPEN reject a    *
      * DAY2ARSB/DAY4ARSB resubmission re-validated (RESCORED or       *
      * DISQUALIFIED; a line still bad or skipped stays OPEN), then    *
      * refreshes the age of every reject still OPEN.                  *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCREJF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE
           ASSIGN TO "REJFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.
           SELECT ADJUSTMENT-FILE
           ASSIGN TO "AOC-ADJUSTMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ADJUSTMENT-STATUS.
           SELECT INVENTORY-MASTER
           ASSIGN TO "REJECT-INVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RI-KEY
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REJECT-FILE.
           COPY REJREC.
       FD ADJUSTMENT-FILE.
           COPY ADJREC.
       FD INVENTORY-MASTER.
           COPY REJINV.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY AOCLOGC.
      *> RUN CORRELATION KEY FROM THE DRIVING JOB STREAM, STAMPED
      *> INTO THE RUN-LOG RECORDS; BLANK WHEN RUN STANDALONE
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
           COPY FILESTAT.
       01  WS-REJECT-STATUS    PIC 9(2).
       01  WS-ADJUSTMENT-STATUS PIC 9(2).
       01  WS-MASTER-STATUS    PIC 9(2).
      *> STEP PARAMETERS, ALLOCATED BY THE DRIVING JOB SCRIPT
       01  WS-FEED             PIC X(8) VALUE SPACES.
       01  WS-BUSDATE          PIC X(8) VALUE SPACES.
      *> A REJECT WRITTEN BEFORE THE FEED LINE WAS CARRIED ON THE
      *> RECORD IS FILED UNDER ITS POSITION IN THE REJECT FILE
      *> INSTEAD, THE FILE BEING ONE RUN DEEP WHEN IT IS FOLDED
       01  WS-REJECT-ORDINAL   PIC 9(9) VALUE ZERO.
      *> AGING ARITHMETIC
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-SEEN-NUM         PIC 9(8).
       01  WS-AGE-DAYS         PIC S9(6).
      *> FOLD CENSUS FOR THE SUMMARY LINE
       01  WS-REJECTS-READ     PIC 9(9) VALUE ZERO.
       01  WS-REJECTS-ADDED    PIC 9(9) VALUE ZERO.
       01  WS-ALREADY-HELD     PIC 9(9) VALUE ZERO.
       01  WS-CORRECTED        PIC 9(9) VALUE ZERO.
       01  WS-OPEN-COUNT       PIC 9(9) VALUE ZERO.
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           ACCEPT WS-FEED FROM ENVIRONMENT "REJFEED".
           ACCEPT WS-BUSDATE FROM ENVIRONMENT "BUSDATE".
           IF WS-BUSDATE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSDATE
           END-IF.
           MOVE WS-BUSDATE TO WS-TODAY-NUM.
           MOVE "AOCREJF" TO WS-LOG-PROGRAM.

           PERFORM OPEN-MASTER.
           IF WS-FEED NOT = SPACES
             PERFORM FOLD-REJECT-FILE
           ELSE
             PERFORM APPLY-CORRECTIONS
             PERFORM REFRESH-AGES
           END-IF.
           CLOSE INVENTORY-MASTER.

           GOBACK.

           COPY FILEERR.

           COPY AOCLOGW.

      *> OPEN THE MASTER FOR UPDATE, CREATING IT EMPTY ON THE FIRST
      *> EVER FOLD
       OPEN-MASTER.
           OPEN I-O INVENTORY-MASTER.
           IF WS-MASTER-STATUS = 35
             OPEN OUTPUT INVENTORY-MASTER
             IF WS-MASTER-STATUS NOT = 0
               DISPLAY "CANNOT CREATE REJECT INVENTORY, STATUS: "
                 WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             CLOSE INVENTORY-MASTER
             OPEN I-O INVENTORY-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = 0
             DISPLAY "CANNOT OPEN REJECT INVENTORY, STATUS: "
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
       .
      *> NO REJECT FILE CATALOGUED IS THE NORMAL CLEAN-FEED CASE
       FOLD-REJECT-FILE.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS = 35
             DISPLAY WS-FEED " NO REJECT FILE, NOTHING TO FOLD"
           ELSE
             MOVE WS-REJECT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM FOLD-ONE-REJECT UNTIL WS-REJECT-STATUS = 10
             CLOSE REJECT-FILE
             DISPLAY WS-FEED " REJECTS READ " WS-REJECTS-READ
               " ADDED " WS-REJECTS-ADDED
               " ALREADY HELD " WS-ALREADY-HELD
             MOVE SPACES TO WS-LOG-MESSAGE
             STRING WS-FEED DELIMITED BY SPACE
               " REJECTS READ " WS-REJECTS-READ
               " ADDED " WS-REJECTS-ADDED
               " ALREADY HELD " WS-ALREADY-HELD
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
             MOVE "INFO" TO WS-LOG-SEVERITY
             PERFORM WRITE-RUN-LOG
           END-IF
       .
      *> FILE ONE REJECT UNDER ITS FEED/GENERATION/LINE KEY, OPEN AND
      *> FIRST SEEN ON THE DATE ITS RUN-ID WAS STAMPED (TONIGHT'S
      *> BUSINESS DATE WHEN IT CARRIES NONE); A KEY ALREADY HELD KEEPS
      *> ITS HISTORY
       FOLD-ONE-REJECT.
           READ REJECT-FILE.
           IF WS-REJECT-STATUS NOT = 10
             ADD 1 TO WS-REJECTS-READ
             ADD 1 TO WS-REJECT-ORDINAL
             MOVE WS-FEED TO RI-FEED
             MOVE RJ-INPUT-GEN TO RI-INPUT-GEN
             IF RJ-LINE-NUMBER IS NUMERIC
               MOVE RJ-LINE-NUMBER TO RI-LINE-NUMBER
             ELSE
               MOVE WS-REJECT-ORDINAL TO RI-LINE-NUMBER
             END-IF
             READ INVENTORY-MASTER
             IF WS-MASTER-STATUS = 0
               ADD 1 TO WS-ALREADY-HELD
             ELSE
               IF RJ-RUN-ID(1:8) IS NUMERIC
                 MOVE RJ-RUN-ID(1:8) TO RI-FIRST-SEEN
               ELSE
                 MOVE WS-BUSDATE TO RI-FIRST-SEEN
               END-IF
               MOVE RJ-REASON TO RI-REASON
               MOVE "OPEN" TO RI-STATUS
               MOVE RI-FIRST-SEEN TO WS-SEEN-NUM
               PERFORM COMPUTE-AGE
               MOVE SPACES TO RI-STATUS-DATE
               MOVE SPACES TO RI-STATUS-USER
               MOVE SPACES TO RI-STATUS-NOTE
               MOVE RJ-RUN-ID TO RI-RUN-ID
               MOVE RJ-RAW-LINE TO RI-RAW-LINE
               WRITE REJECT-INVENTORY-RECORD
               IF WS-MASTER-STATUS NOT = 0
                 DISPLAY "INVENTORY WRITE FAILED, STATUS: "
                   WS-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-REJECTS-ADDED
             END-IF
           END-IF
       .
      *> A RESUBMISSION THAT RE-VALIDATED THE LINE CLOSES THE REJECT,
      *> WHETHER OR NOT THE CORRECTED LINE WENT ON TO SCORE; THE
      *> RESUBMIT PROGRAM IS NAMED AS THE ONE THAT CORRECTED IT
       APPLY-CORRECTIONS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-STATUS NOT = 35
             MOVE WS-ADJUSTMENT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM APPLY-ONE-ADJUSTMENT
               UNTIL WS-ADJUSTMENT-STATUS = 10
             CLOSE ADJUSTMENT-FILE
           END-IF
       .
       APPLY-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-STATUS NOT = 10
             AND (ADJ-STATUS = "RESCORED"
               OR ADJ-STATUS = "DISQUALIFIED")
             AND ADJ-REJECT-LINE IS NUMERIC
             AND ADJ-REJECT-LINE NOT = ZERO
             MOVE ADJ-PROGRAM-ID TO RI-FEED
             MOVE ADJ-REJECT-GEN TO RI-INPUT-GEN
             MOVE ADJ-REJECT-LINE TO RI-LINE-NUMBER
             READ INVENTORY-MASTER
             IF WS-MASTER-STATUS = 0
               AND RI-STATUS = "OPEN"
               MOVE "CORRECTED" TO RI-STATUS
               MOVE ADJ-RUN-DATE TO RI-STATUS-DATE
               MOVE SPACES TO RI-STATUS-USER
               STRING ADJ-PROGRAM-ID DELIMITED BY SPACE
                 "RSB" DELIMITED BY SIZE INTO RI-STATUS-USER
               MOVE ADJ-STATUS TO RI-STATUS-NOTE
               MOVE RI-FIRST-SEEN TO WS-SEEN-NUM
               IF ADJ-RUN-DATE IS NUMERIC
                 MOVE ADJ-RUN-DATE TO WS-TODAY-NUM
               END-IF
               PERFORM COMPUTE-AGE
               MOVE WS-BUSDATE TO WS-TODAY-NUM
               REWRITE REJECT-INVENTORY-RECORD
               ADD 1 TO WS-CORRECTED
             END-IF
           END-IF
       .
      *> WALK THE WHOLE MASTER IN KEY ORDER, BRINGING EVERY OPEN
      *> REJECT'S AGE UP TO TONIGHT
       REFRESH-AGES.
           MOVE LOW-VALUES TO RI-KEY.
           START INVENTORY-MASTER KEY NOT LESS THAN RI-KEY.
           IF WS-MASTER-STATUS = 0
             PERFORM REFRESH-ONE-AGE UNTIL WS-MASTER-STATUS = 10
           END-IF.
           DISPLAY "REJECT INVENTORY: " WS-CORRECTED
             " CORRECTED TONIGHT, " WS-OPEN-COUNT " STILL OPEN".
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "CORRECTED " WS-CORRECTED " STILL OPEN "
             WS-OPEN-COUNT DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           PERFORM WRITE-RUN-LOG.
       .
       REFRESH-ONE-AGE.
           READ INVENTORY-MASTER NEXT
           IF WS-MASTER-STATUS NOT = 10
             AND RI-STATUS = "OPEN"
             ADD 1 TO WS-OPEN-COUNT
             MOVE RI-FIRST-SEEN TO WS-SEEN-NUM
             PERFORM COMPUTE-AGE
             REWRITE REJECT-INVENTORY-RECORD
           END-IF
       .
      *> DAYS FROM FIRST SEEN TO THE AGING DATE, NEVER NEGATIVE; A
      *> FIRST-SEEN DATE THAT IS NOT A DATE AGES FROM TONIGHT
       COMPUTE-AGE.
           IF RI-FIRST-SEEN IS NUMERIC
             AND WS-SEEN-NUM NOT > WS-TODAY-NUM
             COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-SEEN-NUM)
             MOVE WS-AGE-DAYS TO RI-AGE-DAYS
           ELSE
             MOVE ZERO TO RI-AGE-DAYS
           END-IF
       .
       END PROGRAM AOCREJF.
