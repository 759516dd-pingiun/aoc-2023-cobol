      ******************************************************************
      * Advent of Code 2023, delimited interchange extract             *
      *                                                                *
      * Joins each scoreboard program's results record for the run     *
      * being released (AOCRUNID) with its control-total record for    *
      * the same run-id and writes the pipe-delimited interchange file *
      * the data warehouse consumes, ending the                        *
      * totals-typed-into-a-spreadsheet ritual:                        *
      *                                                                *
      *   H|<extract date>|<layout version>|<run-id>                   *
      * EXTRACT-STATUS.DAT so the acknowledgment can be verified       *
      * against what actually went out.                                *
      *                                                                *
      * Nothing goes out for a run that is not certified: the run-id   *
      * must stand CERTIFIED (or already RELEASED, for a re-cut) on    *
      * RESULTS-CERTIFICATION.DAT, by the AOCCERT auto-certify or an   *
      * operator. A held run leaves the last released extract in       *
      * place and ends the step RC=4; once certified it is released    *
      * with AOCRUNID=<run-id> ./AOCRUN.sh AOCXTRC, and a RELEASED     *
      * record is filed against the run-id. A release carries that     *
      * run's results and counts only, however many runs have been     *
      * loaded since; a program with nothing on file under the run-id  *
      * has no detail line. A restarted night keeps its run-id         *
      * (NIGHTLY-RUN.sh files it per business date), so steps that     *
      * completed before the restart are released with the rest.       *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -j AOCXTRC.cbl                                       *
      *                                                                *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-STATUS.
           SELECT CERT-FILE
           ASSIGN TO "RESULTS-CERTIFICATION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-FILE.
       01  EXTRACT-RECORD      PIC X(120).
       FD STATUS-FILE.
           COPY XTRSTAT.
       FD CERT-FILE.
           COPY CERTREC.
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
       01  WS-REGISTRY-STATUS  PIC 9(2).
       01  WS-CONTROL-STATUS   PIC 9(2).
       01  WS-EXTRACT-STATUS   PIC 9(2).
       01  WS-STATUS-STATUS    PIC 9(2).
       01  WS-CERT-STATUS      PIC 9(2).
       01  WS-LAYOUT-VERSION   PIC X(2) VALUE "02".
      *> THE TRANSMISSION'S IDENTITY: THE JOB STREAM'S RUN-ID, OR A
      *> FRESH TIMESTAMP WHEN RUN STANDALONE, CARRIED IN THE HEADER
      *> SO THE WAREHOUSE CAN ACKNOWLEDGE THIS EXACT TRANSMISSION
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
      *> THE RUN'S CURRENT CERTIFICATION (LAST RECORD FOR THE RUN-ID)
       01  WS-CERT-STATE       PIC X(10) VALUE SPACES.
       01  WS-CERT-BUSDATE     PIC X(8) VALUE SPACES.
       01  WS-CERT-BASIS       PIC X(60) VALUE SPACES.
      *> THE RUN'S RESULT AND CONTROL RECORD PER SCOREBOARD PROGRAM,
      *> LAST CONTROL RECORD FOR THE RUN-ID WINNING AS EVERYWHERE
      *> ELSE IN THE SUITE
       01  WS-PROGRAM-COUNT    PIC 9(2) VALUE ZERO.
       01  WS-MAX-PROGRAMS     PIC 9(2) VALUE 20.
       01  XT-TABLE.
       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-ID.
           PERFORM LOAD-CERTIFICATION.
           IF WS-CERT-STATE NOT = "CERTIFIED"
             AND WS-CERT-STATE NOT = "RELEASED"
             IF WS-CERT-STATE = SPACES
               DISPLAY "*** RUN " WS-RUN-ID " HAS NO CERTIFICATION, "
                 "EXTRACT NOT RELEASED ***"
             ELSE
               DISPLAY "*** RUN " WS-RUN-ID " IS " WS-CERT-STATE
                 ", EXTRACT NOT RELEASED ***"
               DISPLAY "    " WS-CERT-BASIS
             END-IF
             DISPLAY "    CERTIFY WITH ./AOCRUN.sh AOCCERT ""CERTIFY "
               WS-RUN-ID " <USER> <BASIS>"", THEN RERUN WITH"
               " AOCRUNID=" WS-RUN-ID
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-REGISTRY.
           PERFORM LOAD-RESULTS.
           PERFORM LOAD-CONTROLS.
           CLOSE EXTRACT-FILE.

           PERFORM WRITE-SENT-STATUS.
           PERFORM WRITE-RELEASED.

           DISPLAY "EXTRACTED " WS-DETAIL-COUNT
             " PROGRAM(S), HASH TOTAL " WS-HASH-TOTAL
           END-IF
       .
      *> ONE KEYED LOOKUP PER REGISTERED PROGRAM AGAINST THE RESULTS
      *> MASTER FOR (PROGRAM, RUN BEING RELEASED): A KEY AT OR BELOW
      *> IT THAT IS NOT THAT EXACT RUN MEANS THE PROGRAM DID NOT RUN
      *> UNDER THIS RUN-ID, AND A LATER RUN IS NEVER PICKED UP. NO
      *> MASTER CATALOGUED YET JUST MEANS NOTHING TO EXTRACT
       LOAD-RESULTS.
           OPEN INPUT RESULT-MASTER.
           IF WS-MASTER-STATUS NOT = 35
             MOVE WS-MASTER-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM FETCH-RUN-RESULT VARYING XT FROM 1 BY 1
               UNTIL XT > WS-PROGRAM-COUNT
             CLOSE RESULT-MASTER
           END-IF
       .
       FETCH-RUN-RESULT.
           MOVE XT-PROGRAM-ID(XT) TO RM-PROGRAM-ID
           MOVE WS-RUN-ID TO RM-RUN-ID
           START RESULT-MASTER KEY NOT GREATER THAN RM-KEY
           IF WS-MASTER-STATUS = 0
             READ RESULT-MASTER NEXT
             IF WS-MASTER-STATUS = 0
               AND RM-PROGRAM-ID = XT-PROGRAM-ID(XT)
               AND RM-RUN-ID = WS-RUN-ID
               MOVE RM-RUN-DATE TO XT-RUN-DATE(XT)
               MOVE RM-TOTAL TO XT-TOTAL(XT)
               MOVE RM-RUN-ID TO XT-RUN-ID(XT)
             END-IF
           END-IF
       .
      *> THE CONTROL TOTALS FILED UNDER THE RUN BEING RELEASED; ANY
      *> OTHER RUN'S COUNTS ARE NOT THIS EXTRACT'S
       LOAD-CONTROLS.
           OPEN INPUT CONTROL-TOTAL-FILE.
           IF WS-CONTROL-STATUS NOT = 35
       READ-CONTROL.
           READ CONTROL-TOTAL-FILE.
           IF WS-CONTROL-STATUS NOT = 10
             AND CT-RUN-ID = WS-RUN-ID
             PERFORM NOTE-CONTROL VARYING XT FROM 1 BY 1
               UNTIL XT > WS-PROGRAM-COUNT
           END-IF
           WRITE EXTRACT-STATUS-RECORD
           CLOSE STATUS-FILE
       .
      *> THE RUN'S CERTIFICATION STATE IS THE LAST RECORD FILED FOR
      *> ITS RUN-ID; NO CERTIFICATION FILE MEANS NOTHING IS CERTIFIED
       LOAD-CERTIFICATION.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = 35
             MOVE WS-CERT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CERTIFICATION UNTIL WS-CERT-STATUS = 10
             CLOSE CERT-FILE
           END-IF
       .
       READ-CERTIFICATION.
           READ CERT-FILE
           IF WS-CERT-STATUS NOT = 10 AND CR-RUN-ID = WS-RUN-ID
             MOVE CR-STATUS TO WS-CERT-STATE
             MOVE CR-BUSDATE TO WS-CERT-BUSDATE
             MOVE CR-BASIS TO WS-CERT-BASIS
           END-IF
       .
      *> THE RELEASE ITSELF GOES ON THE RUN'S CERTIFICATION HISTORY
       WRITE-RELEASED.
           OPEN EXTEND CERT-FILE
           IF WS-CERT-STATUS = 35
             OPEN OUTPUT CERT-FILE
           END-IF
           MOVE WS-RUN-ID TO CR-RUN-ID
           MOVE WS-CERT-BUSDATE TO CR-BUSDATE
           MOVE "RELEASED" TO CR-STATUS
           MOVE "AOCXTRC" TO CR-USER
           MOVE FUNCTION CURRENT-DATE(1:14) TO CR-STAMP
           MOVE SPACES TO CR-BASIS
           STRING "EXTRACT SENT, " WS-DETAIL-COUNT " DETAIL(S), HASH "
             WS-HASH-TOTAL DELIMITED BY SIZE INTO CR-BASIS
           WRITE CERTIFICATION-RECORD
           CLOSE CERT-FILE
       .
       END PROGRAM AOCXTRC.
