      * poisoned totals once the AOCRESL load step has folded the      *
      * reversals into the results master. Alerts and control totals   *
      * are history, not balances, and are listed but never reversed.  *
      * BACKOUT needs a BACKOUT grant in OPERATOR-AUTH.DAT for the     *
      * user id the job runs under (AOCAUTHW.CPY); without one it is   *
      * refused before the trace, and the refusal is logged SECURITY.  *
      *                                                                *
      * Run through the standalone wrapper, which takes the dataset    *
      * ENQs before the back-out appends:                              *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.
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
       FD REGISTRY-FILE.
           COPY AOCALRT.
       FD EXTRACT-FILE.
       01  EXTRACT-RECORD      PIC X(120).
       FD AUTH-FILE.
           COPY AUTHREC.
       FD AUTH-USAGE-FILE.
           COPY AUTHUSE.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
           COPY AOCLOGC.
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
      *> WHO IS RUNNING THIS, AND WHETHER THEY MAY
           COPY AOCAUTHC.
       01  WS-REGISTRY-STATUS  PIC 9(2).
       01  WS-RESULTS-STATUS   PIC 9(2).
       01  WS-CONTROL-STATUS   PIC 9(2).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCLINE" TO WS-LOG-PROGRAM.
           PERFORM PARSE-ARGUMENTS.
           IF WS-MODE = "BACKOUT"
             MOVE "BACKOUT" TO WS-AUTH-FUNCTION
             PERFORM CHECK-AUTHORIZATION
           END-IF.
           PERFORM LOAD-REGISTRY.

           DISPLAY "LINEAGE OF " WS-BASE " GENERATION " WS-GEN.
           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY AOCAUTHW.

       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
             INTO ADJ-ORIG-REASON
           MOVE WS-BACKOUT-RUN-ID TO ADJ-RUN-ID
           MOVE SPACES TO ADJ-INPUT-GEN
           MOVE SPACES TO ADJ-REJECT-GEN
           MOVE ZERO TO ADJ-REJECT-LINE
           MOVE WS-BACKOUT-RUN-ID TO ADJ-ORIG-RUN-ID
           MOVE SPACES TO ADJ-POSTING
           MOVE SPACES TO ADJ-ORIG-PERIOD
           WRITE ADJUSTMENT-RECORD
           CLOSE ADJUSTMENT-FILE
       .
