      ******************************************************************
      * Advent of Code 2023, operator authorization workbench          *
      *                                                                *
      * OPERATOR-AUTH.DAT (AUTHREC.CPY) says which user ids may        *
      * perform which maintenance functions, and from when until       *
      * when. The COBOL utilities check it themselves through the      *
      * shared CHECK-AUTHORIZATION paragraph (AOCAUTHW.CPY); this      *
      * workbench puts the same check in front of the shell            *
      * utilities and reports on the grants:                           *
      *                                                                *
      *   CHECK  <function> <program> [<user>]                         *
      *                                the user id the job runs under  *
      *                                must hold a live grant for the  *
      *                                function, and be the <user>     *
      *                                named when one is; RC=0 if so,  *
      *                                else the refusal is displayed,  *
      *                                logged SECURITY and ends RC=8   *
      *   REVIEW                       the access-review report        *
      *                                                                *
      * REVIEW writes ACCESS-REVIEW.RPT for the quarterly access       *
      * recertification: every grant with its dates, who granted it,   *
      * its state (ACTIVE, PENDING, EXPIRED), how often it was used    *
      * and when it was last used, from the GRANTED checks in          *
      * AUTH-USAGE.DAT. An active grant neither used nor newly         *
      * granted within the last 90 days is flagged UNUSED 90+ DAYS,    *
      * and every refused attempt in the same window is listed after   *
      * the grants. Any flagged grant ends the review RC=4, so the     *
      * evidence of a grant nobody needs is hard to miss.              *
      *                                                                *
      * NEWGEN.sh and NEWEXP.sh call CHECK directly; the report runs   *
      * through the standalone wrapper:                                *
      *   ./AOCRUN.sh AOCAUTH REVIEW                                   *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCAUTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT REVIEW-FILE
           ASSIGN TO "ACCESS-REVIEW.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUTH-FILE.
           COPY AUTHREC.
       FD AUTH-USAGE-FILE.
           COPY AUTHUSE.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       FD REVIEW-FILE.
       01  REVIEW-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
           COPY AOCLOGC.
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
           COPY AOCAUTHC.
       01  WS-REVIEW-STATUS    PIC 9(2).
      *> THE REQUESTED ACTION, PARSED FROM THE COMMAND LINE
       01  WS-ARGUMENTS        PIC X(60).
       01  WS-VERB             PIC X(8).
       01  WS-ARG-FUNCTION     PIC X(12).
       01  WS-ARG-PROGRAM      PIC X(8).
       01  WS-ARG-USER         PIC X(8).
      *> EVERY GRANT ON FILE, WITH ITS USE TALLIED FROM THE TRAIL
       01  WS-GRANT-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-MAX-GRANTS       PIC 9(4) VALUE 200.
       01  GRANT-TABLE.
           05  GRANT-ENTRY     OCCURS 200 TIMES INDEXED BY GR.
               10  GR-USER         PIC X(8).
               10  GR-FUNCTION     PIC X(12).
               10  GR-EFFECTIVE    PIC X(8).
               10  GR-EXPIRY       PIC X(8).
               10  GR-GRANTED-BY   PIC X(8).
               10  GR-LAST-USE     PIC X(14).
               10  GR-USES         PIC 9(5).
      *> THE REVIEW WINDOW: A GRANT NOT USED OR GIVEN SINCE THE
      *> CUTOFF DATE IS ONE NOBODY HAS NEEDED IN A QUARTER
       01  WS-UNUSED-DAYS      PIC 9(3) VALUE 90.
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-CUTOFF-NUM       PIC 9(8).
       01  WS-CUTOFF-DATE      PIC X(8).
       01  WS-GRANT-FOUND      PIC X.
       01  WS-STATE            PIC X(8).
       01  WS-ACTIVE-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-UNUSED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-REFUSED-COUNT    PIC 9(6) VALUE ZERO.
      *> ACCESS-REVIEW REPORT LINES
       01  REVIEW-HEADING.
           05  FILLER          PIC X(26)
               VALUE "OPERATOR ACCESS REVIEW FOR".
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RH-DATE         PIC X(8).
           05  FILLER          PIC X(16) VALUE ", UNUSED WINDOW".
           05  RH-DAYS         PIC ZZ9.
           05  FILLER          PIC X(6) VALUE " DAYS".
       01  REVIEW-COLUMNS.
           05  FILLER          PIC X(9) VALUE "USER".
           05  FILLER          PIC X(13) VALUE "FUNCTION".
           05  FILLER          PIC X(10) VALUE "EFFECTIVE".
           05  FILLER          PIC X(10) VALUE "EXPIRES".
           05  FILLER          PIC X(9) VALUE "GRANTOR".
           05  FILLER          PIC X(8) VALUE "STATE".
           05  FILLER          PIC X(7) VALUE "   USES".
           05  FILLER          PIC X(2) VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "LAST USED".
           05  FILLER          PIC X(6) VALUE "REVIEW".
       01  REVIEW-LINE.
           05  RL-USER         PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RL-FUNCTION     PIC X(12).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RL-EFFECTIVE    PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RL-EXPIRY       PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RL-GRANTED-BY   PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RL-STATE        PIC X(8).
           05  RL-USES         PIC Z(6)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RL-LAST-USE     PIC X(14).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RL-REVIEW       PIC X(20).
       01  REFUSAL-HEADING.
           05  FILLER          PIC X(33)
               VALUE "REFUSED ATTEMPTS IN THE WINDOW".
       01  REFUSAL-LINE.
           05  FL-TIMESTAMP    PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  FL-USER         PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  FL-FUNCTION     PIC X(12).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  FL-PROGRAM-ID   PIC X(8).
           05  FILLER          PIC X(5) VALUE " RUN ".
           05  FL-RUN-ID       PIC X(14).
       01  REVIEW-SUMMARY.
           05  RS-GRANTS       PIC ZZZ9.
           05  FILLER          PIC X(10) VALUE " GRANT(S),".
           05  RS-ACTIVE       PIC ZZZ9.
           05  FILLER          PIC X(8) VALUE " ACTIVE,".
           05  RS-UNUSED       PIC ZZZ9.
           05  FILLER          PIC X(17) VALUE " UNUSED 90+ DAYS,".
           05  RS-REFUSED      PIC ZZZZZ9.
           05  FILLER          PIC X(19) VALUE " REFUSED ATTEMPT(S)".
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCAUTH" TO WS-LOG-PROGRAM.
           PERFORM PARSE-ARGUMENTS.

           EVALUATE WS-VERB
             WHEN "CHECK"
               IF WS-ARG-PROGRAM NOT = SPACES
                 MOVE WS-ARG-PROGRAM TO WS-LOG-PROGRAM
               END-IF
               MOVE WS-ARG-FUNCTION TO WS-AUTH-FUNCTION
               MOVE WS-ARG-USER TO WS-AUTH-NAMED-USER
               PERFORM CHECK-AUTHORIZATION
               DISPLAY "USER " WS-AUTH-USER " AUTHORIZED FOR "
                 WS-AUTH-FUNCTION
             WHEN "REVIEW"
               PERFORM ACCESS-REVIEW
             WHEN OTHER
               PERFORM SHOW-USAGE
           END-EVALUATE.

           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY AOCAUTHW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCAUTH CHECK <FUNCTION> <PROGRAM> [<USER>]"
           DISPLAY "       AOCAUTH REVIEW"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           MOVE SPACES TO WS-VERB.
           MOVE SPACES TO WS-ARG-FUNCTION.
           MOVE SPACES TO WS-ARG-PROGRAM.
           MOVE SPACES TO WS-ARG-USER.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-VERB
                  WS-ARG-FUNCTION
                  WS-ARG-PROGRAM
                  WS-ARG-USER
           END-UNSTRING.
           IF WS-VERB = "CHECK" AND WS-ARG-FUNCTION = SPACES
             PERFORM SHOW-USAGE
           END-IF.
       .
       ACCESS-REVIEW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
              - WS-UNUSED-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
           MOVE WS-TODAY-NUM TO WS-AUTH-TODAY.
           PERFORM LOAD-GRANTS.
           OPEN INPUT AUTH-USAGE-FILE.
           IF WS-AUTH-USE-STATUS NOT = 35
             MOVE WS-AUTH-USE-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM TALLY-USAGE UNTIL WS-AUTH-USE-STATUS = 10
             CLOSE AUTH-USAGE-FILE
           END-IF.

           OPEN OUTPUT REVIEW-FILE.
           MOVE WS-REVIEW-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE WS-AUTH-TODAY TO RH-DATE.
           MOVE WS-UNUSED-DAYS TO RH-DAYS.
           MOVE REVIEW-HEADING TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           MOVE SPACES TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           MOVE REVIEW-COLUMNS TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           PERFORM REVIEW-GRANT VARYING GR FROM 1 BY 1
             UNTIL GR > WS-GRANT-COUNT.

           MOVE SPACES TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           MOVE REFUSAL-HEADING TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           IF WS-REFUSED-COUNT = ZERO
             MOVE "NONE" TO REVIEW-RECORD
             WRITE REVIEW-RECORD
           ELSE
             OPEN INPUT AUTH-USAGE-FILE
             PERFORM LIST-REFUSAL UNTIL WS-AUTH-USE-STATUS = 10
             CLOSE AUTH-USAGE-FILE
           END-IF.

           MOVE WS-GRANT-COUNT TO RS-GRANTS.
           MOVE WS-ACTIVE-COUNT TO RS-ACTIVE.
           MOVE WS-UNUSED-COUNT TO RS-UNUSED.
           MOVE WS-REFUSED-COUNT TO RS-REFUSED.
           MOVE SPACES TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           MOVE REVIEW-SUMMARY TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           CLOSE REVIEW-FILE.

           DISPLAY "ACCESS REVIEW WRITTEN TO ACCESS-REVIEW.RPT".
           DISPLAY REVIEW-SUMMARY.
           IF WS-UNUSED-COUNT NOT = ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
       .
       LOAD-GRANTS.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = 35
             MOVE WS-AUTH-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-GRANT UNTIL WS-AUTH-STATUS = 10
             CLOSE AUTH-FILE
           END-IF
       .
       READ-GRANT.
           READ AUTH-FILE.
           IF WS-AUTH-STATUS NOT = 10
             IF WS-GRANT-COUNT NOT < WS-MAX-GRANTS
               DISPLAY "TOO MANY AUTHORIZATION GRANTS, LIMIT IS "
                 WS-MAX-GRANTS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-GRANT-COUNT
             SET GR TO WS-GRANT-COUNT
             MOVE AU-USER TO GR-USER(GR)
             MOVE AU-FUNCTION TO GR-FUNCTION(GR)
             MOVE AU-EFFECTIVE-DATE TO GR-EFFECTIVE(GR)
             MOVE AU-EXPIRY-DATE TO GR-EXPIRY(GR)
             MOVE AU-GRANTED-BY TO GR-GRANTED-BY(GR)
             MOVE SPACES TO GR-LAST-USE(GR)
             MOVE ZERO TO GR-USES(GR)
           END-IF
       .
      *> A GRANTED CHECK IS A USE OF THE USER'S GRANT FOR THAT
      *> FUNCTION; REFUSALS INSIDE THE WINDOW ARE COUNTED FOR THE
      *> SECOND SECTION
       TALLY-USAGE.
           READ AUTH-USAGE-FILE.
           IF WS-AUTH-USE-STATUS NOT = 10
             IF AX-RESULT = "GRANTED"
               MOVE 'N' TO WS-GRANT-FOUND
               PERFORM CHECK-GRANT-KEY VARYING GR FROM 1 BY 1
                 UNTIL GR > WS-GRANT-COUNT OR WS-GRANT-FOUND = 'Y'
               IF WS-GRANT-FOUND = 'Y'
                 SET GR DOWN BY 1
                 ADD 1 TO GR-USES(GR)
                 IF AX-TIMESTAMP > GR-LAST-USE(GR)
                   MOVE AX-TIMESTAMP TO GR-LAST-USE(GR)
                 END-IF
               END-IF
             ELSE
               IF AX-TIMESTAMP(1:8) NOT < WS-CUTOFF-DATE
                 ADD 1 TO WS-REFUSED-COUNT
               END-IF
             END-IF
           END-IF
       .
       CHECK-GRANT-KEY.
           IF GR-USER(GR) = AX-USER
             AND GR-FUNCTION(GR) = AX-FUNCTION
             MOVE 'Y' TO WS-GRANT-FOUND
           END-IF
       .
      *> AN ACTIVE GRANT IS FLAGGED WHEN NEITHER ITS LAST USE NOR ITS
      *> EFFECTIVE DATE FALLS INSIDE THE WINDOW: A GRANT GIVEN LAST
      *> WEEK HAS NOT HAD A QUARTER TO BE USED YET
       REVIEW-GRANT.
           EVALUATE TRUE
             WHEN GR-EFFECTIVE(GR) > WS-AUTH-TODAY
               MOVE "PENDING" TO WS-STATE
             WHEN GR-EXPIRY(GR) NOT = SPACES
               AND GR-EXPIRY(GR) < WS-AUTH-TODAY
               MOVE "EXPIRED" TO WS-STATE
             WHEN OTHER
               MOVE "ACTIVE" TO WS-STATE
           END-EVALUATE
           MOVE GR-USER(GR) TO RL-USER
           MOVE GR-FUNCTION(GR) TO RL-FUNCTION
           MOVE GR-EFFECTIVE(GR) TO RL-EFFECTIVE
           MOVE GR-EXPIRY(GR) TO RL-EXPIRY
           MOVE GR-GRANTED-BY(GR) TO RL-GRANTED-BY
           MOVE WS-STATE TO RL-STATE
           MOVE GR-USES(GR) TO RL-USES
           IF GR-LAST-USE(GR) = SPACES
             MOVE "NEVER" TO RL-LAST-USE
           ELSE
             MOVE GR-LAST-USE(GR) TO RL-LAST-USE
           END-IF
           MOVE SPACES TO RL-REVIEW
           IF WS-STATE = "ACTIVE"
             ADD 1 TO WS-ACTIVE-COUNT
             IF GR-LAST-USE(GR)(1:8) < WS-CUTOFF-DATE
               AND GR-EFFECTIVE(GR) < WS-CUTOFF-DATE
               ADD 1 TO WS-UNUSED-COUNT
               MOVE "UNUSED 90+ DAYS" TO RL-REVIEW
             END-IF
           END-IF
           MOVE REVIEW-LINE TO REVIEW-RECORD
           WRITE REVIEW-RECORD
       .
       LIST-REFUSAL.
           READ AUTH-USAGE-FILE.
           IF WS-AUTH-USE-STATUS NOT = 10
             AND AX-RESULT NOT = "GRANTED"
             AND AX-TIMESTAMP(1:8) NOT < WS-CUTOFF-DATE
             MOVE AX-TIMESTAMP TO FL-TIMESTAMP
             MOVE AX-USER TO FL-USER
             MOVE AX-FUNCTION TO FL-FUNCTION
             MOVE AX-PROGRAM-ID TO FL-PROGRAM-ID
             MOVE AX-RUN-ID TO FL-RUN-ID
             MOVE REFUSAL-LINE TO REVIEW-RECORD
             WRITE REVIEW-RECORD
           END-IF
       .
       END PROGRAM AOCAUTH.
