      * written so the original run's TOTAL can be brought current     *
      * without reprocessing the whole feed.                           *
      *                                                                *
      * Once the corrected run's business date falls in a period       *
      * AOCCLOSE has closed, the adjustment posts into the open        *
      * period as a prior-period adjustment against it, keeping the    *
      * original run-id (PERPOSTW.CPY).                                *
      *                                                                *
      * The user id the job runs under must hold a RESUBMIT grant in   *
      * OPERATOR-AUTH.DAT (AOCAUTHW.CPY); without one the run is       *
      * refused before any adjustment is written, and the refusal is   *
      * logged SECURITY.                                               *
      *                                                                *
      * Run through the standalone wrapper, which takes the dataset    *
      * ENQ before the adjustment appends:                             *
      *   ./AOCRUN.sh DAY2ARSB                                         *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ADJUSTMENT-STATUS.
           SELECT PERIOD-FILE
           ASSIGN TO "PERIOD-BALANCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
           SELECT RESULT-MASTER
           ASSIGN TO "AOC-RESULTS-MST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUTH-FILE
           ASSIGN TO "OPERATOR-AUTH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUTH-STATUS.
           SELECT AUTH-USAGE-FILE
           ASSIGN TO "AUTH-USAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUTH-USE-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REJECT-FILE.
           COPY DAY2LIM.
       FD ADJUSTMENT-FILE.
           COPY ADJREC.
       FD PERIOD-FILE.
           COPY PERBAL.
       FD RESULT-MASTER.
           COPY AOCRESM.
       FD AUTH-FILE.
           COPY AUTHREC.
       FD AUTH-USAGE-FILE.
           COPY AUTHUSE.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
           COPY AOCLOGC.
      *> WHO IS RUNNING THIS, AND WHETHER THEY MAY
           COPY AOCAUTHC.
      *> RUN CORRELATION KEY AND CONSUMED INPUT GENERATION, PASSED
      *> DOWN BY THE DRIVING JOB STREAM AND STAMPED INTO EVERY
      *> OUTPUT RECORD; BLANK WHEN THE PROGRAM IS RUN STANDALONE
       01  WS-CORRECTION-STATUS PIC 9(2).
       01  WS-LIMITS-STATUS    PIC 9(2).
       01  WS-ADJUSTMENT-STATUS PIC 9(2).
      *> CLOSED ACCOUNTING PERIODS AND THE POSTING FIELDS
           COPY PERPOSTC.
      *> THE PRIMARY BAG SCENARIO, THE ONE WHOSE TOTAL THE ORIGINAL
      *> RUN REPORTED AND THE ONE AN ADJUSTMENT MUST BE SCORED UNDER
       01  WS-RED-LIMIT        PIC 9(3).
       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-ID.
           MOVE "DAY2ARSB" TO WS-LOG-PROGRAM.
           MOVE "RESUBMIT" TO WS-AUTH-FUNCTION.
           PERFORM CHECK-AUTHORIZATION.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-LIMITS.

      *> NO REJECT FILE CATALOGUED IS THE NORMAL CLEAN-FEED CASE,
           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY AOCAUTHW.
           COPY PERPOSTW.

      *> THE FIRST LIMITS RECORD IS THE PRIMARY BAG, SAME RULE AS
      *> DAY2A ITSELF
           MOVE RJ-REASON TO ADJ-ORIG-REASON
           MOVE WS-RUN-ID TO ADJ-RUN-ID
           MOVE WS-INPUT-GEN TO ADJ-INPUT-GEN
           MOVE RJ-INPUT-GEN TO ADJ-REJECT-GEN
           MOVE RJ-LINE-NUMBER TO ADJ-REJECT-LINE
      *> THE CORRECTED RUN IS THE REJECT'S OWN; AN ADJUSTMENT TO
      *> A RUN IN A CLOSED PERIOD POSTS INTO THE OPEN PERIOD
           MOVE RJ-RUN-ID TO WS-POST-ORIG-RUN-ID
           PERFORM POST-ADJUSTMENT-PERIOD
           WRITE ADJUSTMENT-RECORD
           CLOSE ADJUSTMENT-FILE
       .
