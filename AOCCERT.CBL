      ******************************************************************
      * Advent of Code 2023, results certification and release hold    *
      *                                                                *
      * AOCXTRC used to cut and send the warehouse extract every       *
      * night whatever state the night was in. A night's results now   *
      * stay HELD until they are certified, and AOCXTRC only releases  *
      * a run-id that is. Run as a nightly step ahead of the           *
      * operations summary, this program tries the rule-based          *
      * auto-certify for the stream's run-id:                          *
      *                                                                *
      *   - the AOCBAL balancer step for the business date ended RC=0  *
      *     (every control-total check proved);                        *
      *   - no CRITICAL alert in OPERATIONS-ALERTS.DAT is still open,  *
      *     i.e. without an acknowledgment in ALERT-ACKS.DAT;          *
      *   - every program's latest result matches the known-answer     *
      *     total catalogued for the generation it consumed (the same  *
      *     regression grading AOCOPS reports).                        *
      *                                                                *
      * All three passing files the run CERTIFIED by AUTO; anything    *
      * else files it HELD with the failing checks as the basis and    *
      * ends the step RC=4. RESULTS-CERTIFICATION.DAT (CERTREC.CPY)    *
      * keeps every event, last record per run-id winning.             *
      *                                                                *
      * A held run past its release deadline (RELEASE-HOURS after it   *
      * was held, default 12, tunable in AOC-TUNING.DAT) raises a      *
      * CRITICAL CERT-HELD alert, once, and is marked OVERDUE; this    *
      * check runs every night and on demand with the DEADLINE verb.   *
      *                                                                *
      * A manual CERTIFY needs a CERTIFY grant in OPERATOR-AUTH.DAT    *
      * for the user id the job runs under (AOCAUTHW.CPY), and the     *
      * <user> named must be that user id; the certification is        *
      * recorded against it. Otherwise it is refused and the refusal   *
      * is logged SECURITY.                                            *
      *                                                                *
      * Run through the standalone wrapper for the operator side:      *
      *   ./AOCRUN.sh AOCCERT LIST                                     *
      *   ./AOCRUN.sh AOCCERT DEADLINE                                 *
      *   ./AOCRUN.sh AOCCERT "CERTIFY <run-id> <user> <basis>"        *
      * then release the certified run's extract with                  *
      *   AOCRUNID=<run-id> ./AOCRUN.sh AOCXTRC                        *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE
           ASSIGN TO "RESULTS-CERTIFICATION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
           SELECT RUNCTL-FILE
           ASSIGN TO "JOB-RUN-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
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
           SELECT RESULTS-FILE
           ASSIGN TO "AOC-RESULTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.
      *> EACH PROGRAM'S OWN KNOWN-ANSWER FILE, RE-POINTED PER PROGRAM
           SELECT EXPECTED-FILE
           ASSIGN TO "CERTEXP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT TUNING-FILE
           ASSIGN TO "AOC-TUNING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TUNING-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD CERT-FILE.
           COPY CERTREC.
       FD RUNCTL-FILE.
       01  RUNCTL-RECORD       PIC X(40).
       FD ALERT-FILE.
           COPY AOCALRT.
       FD ACK-FILE.
           COPY AOCACKR.
       FD RESULTS-FILE.
           COPY AOCRES.
       FD EXPECTED-FILE.
           COPY EXPTOT.
       FD TUNING-FILE.
           COPY TUNPARM.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       FD AUTH-FILE.
           COPY AUTHREC.
       FD AUTH-USAGE-FILE.
           COPY AUTHUSE.
       WORKING-STORAGE SECTION.
           COPY AOCLOGC.
      *> RUN CORRELATION KEY FROM THE DRIVING JOB STREAM: THE RUN
      *> BEING CERTIFIED, AND THE STAMP ON THE RUN-LOG RECORDS
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-BUSDATE          PIC X(8) VALUE SPACES.
           COPY FILESTAT.
      *> WHO IS RUNNING THIS, AND WHETHER THEY MAY
           COPY AOCAUTHC.
       01  WS-CERT-STATUS      PIC 9(2).
       01  WS-RUNCTL-STATUS    PIC 9(2).
       01  WS-ALERT-STATUS     PIC 9(2).
       01  WS-ACK-STATUS       PIC 9(2).
       01  WS-RESULTS-STATUS   PIC 9(2).
       01  WS-EXPECTED-STATUS  PIC 9(2).
       01  WS-TUNING-STATUS    PIC 9(2).
      *> HOURS A HELD RUN MAY WAIT FOR CERTIFICATION BEFORE IT IS
      *> ALERTED AS PAST ITS RELEASE DEADLINE
       77  WS-RELEASE-HOURS    PIC 9(4) VALUE 12.
      *> THE OPERATOR ACTION, PARSED FROM THE COMMAND LINE; THE
      *> CERTIFICATION BASIS IS EVERYTHING AFTER THE USER
       01  WS-ARGUMENTS        PIC X(120).
       01  WS-ARG-PTR          PIC 9(3).
       01  WS-VERB             PIC X(8).
       01  WS-ARG-RUN-ID       PIC X(14).
       01  WS-ARG-USER         PIC X(8).
       01  WS-ARG-BASIS        PIC X(60).
       01  WS-STAMP            PIC X(14).
      *> THE CURRENT STATE OF EVERY RUN ON THE CERTIFICATION FILE,
      *> FOLDED DOWN FROM ITS EVENTS (LAST RECORD PER RUN-ID WINS);
      *> THE HELD STAMP IS WHEN THE HOLD STARTED, FOR THE DEADLINE
       01  WS-CERT-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-CERTS        PIC 9(4) VALUE 500.
       01  CERT-TABLE.
           05  CERT-ENTRY      OCCURS 500 TIMES INDEXED BY CE.
               10  CE-RUN-ID       PIC X(14).
               10  CE-BUSDATE      PIC X(8).
               10  CE-STATUS       PIC X(10).
               10  CE-USER         PIC X(8).
               10  CE-STAMP        PIC X(14).
               10  CE-HELD-STAMP   PIC X(14).
               10  CE-BASIS        PIC X(60).
       01  WS-CERT-FOUND       PIC X.
      *> THE AUTO-CERTIFY CHECKS
       01  WS-BAL-FOUND        PIC X VALUE 'N'.
       01  WS-BAL-RC           PIC X(6) VALUE SPACES.
       01  WS-OPEN-CRITICALS   PIC 9(4) VALUE ZERO.
       01  WS-REGRESSIONS      PIC 9(4) VALUE ZERO.
       01  WS-CHECK-FAILED     PIC X VALUE 'N'.
       01  WS-BASIS            PIC X(60).
       01  WS-BASIS-PTR        PIC 9(3).
       01  WS-COUNT-ED         PIC ZZZ9.
       01  WS-LEAD-SPACES      PIC 9(1).
      *> EVERY CRITICAL ALERT ON FILE, STILL OPEN UNTIL AN
      *> ACKNOWLEDGMENT ACTION IS FOUND FOR ITS PROGRAM/DATE/METRIC
       01  WS-CRIT-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-CRITS        PIC 9(4) VALUE 500.
       01  CRIT-TABLE.
           05  CRIT-ENTRY      OCCURS 500 TIMES INDEXED BY CA.
               10  CA-PROGRAM-ID   PIC X(8).
               10  CA-ALERT-DATE   PIC X(8).
               10  CA-METRIC       PIC X(12).
               10  CA-OPEN         PIC X.
      *> THE LATEST RESULT PER PROGRAM (LAST RECORD WINS), THE TOTAL
      *> THE EXTRACT WOULD CARRY FOR IT
       01  WS-RESULT-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MAX-RESULTS      PIC 9(4) VALUE 50.
       01  RESULT-TABLE.
           05  RESULT-ENTRY    OCCURS 50 TIMES INDEXED BY RS.
               10  RS-PROGRAM-ID   PIC X(8).
               10  RS-TOTAL        PIC 9(9).
               10  RS-INPUT-GEN    PIC X(5).
       01  WS-RESULT-FOUND     PIC X.
       01  WS-EXPECTED-DSN     PIC X(30).
       01  WS-EXPECTED-TOTAL   PIC 9(9).
       01  WS-EXP-FOUND        PIC X.
       01  WS-EXACT-FOUND      PIC X.
      *> RELEASE-DEADLINE ARITHMETIC
       01  WS-NOW-DATE         PIC 9(8).
       01  WS-NOW-HOUR         PIC 9(2).
       01  WS-HELD-DATE        PIC 9(8).
       01  WS-HELD-HOUR        PIC 9(2).
       01  WS-HELD-HOURS       PIC S9(7).
       01  WS-HOURS-ED         PIC Z(6)9.
       01  WS-OVERDUE-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-LIST-COUNT       PIC 9(4) VALUE ZERO.
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           ACCEPT WS-BUSDATE FROM ENVIRONMENT "BUSDATE".
           IF WS-BUSDATE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSDATE
           END-IF.
           MOVE "AOCCERT" TO WS-LOG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.

           PERFORM PARSE-ARGUMENTS.
           PERFORM LOAD-TUNING.
           PERFORM LOAD-CERTIFICATIONS.

           EVALUATE WS-VERB
             WHEN SPACES
               PERFORM CHECK-DEADLINES
               PERFORM CERTIFY-TONIGHT
             WHEN "DEADLINE"
               PERFORM CHECK-DEADLINES
             WHEN "CERTIFY"
               MOVE "CERTIFY" TO WS-AUTH-FUNCTION
               MOVE WS-ARG-USER TO WS-AUTH-NAMED-USER
               PERFORM CHECK-AUTHORIZATION
               PERFORM CERTIFY-MANUALLY
             WHEN "LIST"
               PERFORM LIST-CERTIFICATIONS
             WHEN OTHER
               PERFORM SHOW-USAGE
           END-EVALUATE.

           IF WS-OVERDUE-COUNT NOT = ZERO
             MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

           COPY FILEERR.
           COPY AOCAUTHW.
           COPY AOCLOGW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCCERT                (NIGHTLY STEP)"
           DISPLAY "       AOCCERT LIST"
           DISPLAY "       AOCCERT DEADLINE"
           DISPLAY "       AOCCERT CERTIFY <RUN-ID> <USER> <BASIS>"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           MOVE 1 TO WS-ARG-PTR.
           MOVE SPACES TO WS-ARG-BASIS.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-VERB
                  WS-ARG-RUN-ID
                  WS-ARG-USER
             WITH POINTER WS-ARG-PTR
           END-UNSTRING.
           IF WS-ARG-PTR NOT > 120
             MOVE WS-ARGUMENTS(WS-ARG-PTR:) TO WS-ARG-BASIS
           END-IF.
           IF WS-VERB = "CERTIFY"
             IF WS-ARG-RUN-ID NOT NUMERIC
               OR WS-ARG-USER = SPACES
               OR WS-ARG-USER = "AUTO"
               OR WS-ARG-BASIS = SPACES
               PERFORM SHOW-USAGE
             END-IF
           END-IF.
           IF WS-VERB = SPACES AND WS-RUN-ID = SPACES
             DISPLAY "NO AOCRUNID FROM THE JOB STREAM, NOTHING TO"
               " CERTIFY"
             PERFORM SHOW-USAGE
           END-IF
       .
      *> A RELEASE-HOURS RECORD FOR THIS PROGRAM OVERRIDES THE
      *> COMPILED-IN DEFAULT, THE WAY AOCACKP TAKES ITS OVERDUE-DAYS
       LOAD-TUNING.
           OPEN INPUT TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 35
             MOVE WS-TUNING-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-TUNING-RECORD UNTIL WS-TUNING-STATUS = 10
             CLOSE TUNING-FILE
           END-IF
           DISPLAY "TUNING: RELEASE-HOURS " WS-RELEASE-HOURS
       .
       READ-TUNING-RECORD.
           READ TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 10
             AND TUN-PROGRAM-ID = "AOCCERT"
             AND TUN-KEYWORD = "RELEASE-HOURS"
             AND TUN-VALUE NOT = ZERO
             IF TUN-VALUE > 9999
               DISPLAY "TUNING: RELEASE-HOURS " TUN-VALUE
                 " EXCEEDS 9999, DEFAULT KEPT"
             ELSE
               MOVE TUN-VALUE TO WS-RELEASE-HOURS
             END-IF
           END-IF
       .
       LOAD-CERTIFICATIONS.
           OPEN INPUT CERT-FILE.
           IF WS-CERT-STATUS NOT = 35
             MOVE WS-CERT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CERTIFICATION UNTIL WS-CERT-STATUS = 10
             CLOSE CERT-FILE
           END-IF
       .
       READ-CERTIFICATION.
           READ CERT-FILE.
           IF WS-CERT-STATUS NOT = 10
             PERFORM FIND-CERT-RUN
             IF WS-CERT-FOUND = 'N'
               IF WS-CERT-COUNT NOT < WS-MAX-CERTS
                 DISPLAY "TOO MANY CERTIFIED RUNS, LIMIT IS "
                   WS-MAX-CERTS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-CERT-COUNT
               SET CE TO WS-CERT-COUNT
               MOVE CR-RUN-ID TO CE-RUN-ID(CE)
               MOVE CR-BUSDATE TO CE-BUSDATE(CE)
               MOVE SPACES TO CE-HELD-STAMP(CE)
             END-IF
             IF CR-STATUS = "HELD" AND CE-HELD-STAMP(CE) = SPACES
               MOVE CR-STAMP TO CE-HELD-STAMP(CE)
             END-IF
             MOVE CR-STATUS TO CE-STATUS(CE)
             MOVE CR-USER TO CE-USER(CE)
             MOVE CR-STAMP TO CE-STAMP(CE)
             MOVE CR-BASIS TO CE-BASIS(CE)
           END-IF
       .
      *> LOCATE CR-RUN-ID IN THE TABLE, LEAVING CE ON IT
       FIND-CERT-RUN.
           MOVE 'N' TO WS-CERT-FOUND.
           PERFORM CHECK-CERT-RUN VARYING CE FROM 1 BY 1
             UNTIL CE > WS-CERT-COUNT OR WS-CERT-FOUND = 'Y'.
           IF WS-CERT-FOUND = 'Y'
             SET CE DOWN BY 1
           END-IF
       .
       CHECK-CERT-RUN.
           IF CE-RUN-ID(CE) = CR-RUN-ID
             MOVE 'Y' TO WS-CERT-FOUND
           END-IF
       .
      *> TONIGHT'S RUN: ONE ALREADY CERTIFIED (A RESTART AFTER A
      *> MANUAL CERTIFICATION) STAYS CERTIFIED; OTHERWISE THE RULES
      *> DECIDE, AND A RUN ALREADY HELD IS NOT RE-HELD
       CERTIFY-TONIGHT.
           MOVE WS-RUN-ID TO CR-RUN-ID.
           PERFORM FIND-CERT-RUN.
           IF WS-CERT-FOUND = 'Y'
             AND (CE-STATUS(CE) = "CERTIFIED"
               OR CE-STATUS(CE) = "RELEASED")
             DISPLAY "RUN " WS-RUN-ID " ALREADY " CE-STATUS(CE)
               " BY " CE-USER(CE)
           ELSE
             PERFORM CHECK-BALANCER
             PERFORM CHECK-OPEN-CRITICALS
             PERFORM CHECK-REGRESSION
             PERFORM BUILD-BASIS
             IF WS-CHECK-FAILED = 'N'
               MOVE "CERTIFIED" TO CR-STATUS
               MOVE "AUTO" TO CR-USER
               MOVE WS-BASIS TO CR-BASIS
               PERFORM APPEND-CERTIFICATION
               DISPLAY "RUN " WS-RUN-ID " AUTO-CERTIFIED: " WS-BASIS
               MOVE "INFO" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RUN " WS-RUN-ID " AUTO-CERTIFIED"
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
             ELSE
               IF WS-CERT-FOUND = 'N'
                 MOVE "HELD" TO CR-STATUS
                 MOVE "AUTO" TO CR-USER
                 MOVE WS-BASIS TO CR-BASIS
                 PERFORM APPEND-CERTIFICATION
               END-IF
               DISPLAY "*** RUN " WS-RUN-ID " HELD: " WS-BASIS
               DISPLAY "*** EXTRACT NOT RELEASED UNTIL THE RUN IS"
                 " CERTIFIED ***"
               MOVE "WARNING" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RUN " WS-RUN-ID " HELD: " WS-BASIS
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
       .
      *> THE LAST AOCBAL STEP RECORD FOR THE BUSINESS DATE (RUN-
      *> CONTROL LAYOUT: DATE 1-8, PROGRAM 14-21, "RC=N" FROM 23)
       CHECK-BALANCER.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = 35
             MOVE WS-RUNCTL-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-RUNCTL UNTIL WS-RUNCTL-STATUS = 10
             CLOSE RUNCTL-FILE
           END-IF.
           IF WS-BAL-FOUND = 'N' OR WS-BAL-RC NOT = "RC=0"
             MOVE 'Y' TO WS-CHECK-FAILED
           END-IF
       .
       READ-RUNCTL.
           READ RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = 10
             AND RUNCTL-RECORD(1:8) = WS-BUSDATE
             AND RUNCTL-RECORD(14:8) = "AOCBAL"
             MOVE 'Y' TO WS-BAL-FOUND
             MOVE RUNCTL-RECORD(23:6) TO WS-BAL-RC
           END-IF
       .
      *> A CRITICAL ALERT IS OPEN UNTIL SOMEONE ACKNOWLEDGES OR
      *> RESOLVES IT THROUGH AOCACK
       CHECK-OPEN-CRITICALS.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = 35
             MOVE WS-ALERT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-ALERT UNTIL WS-ALERT-STATUS = 10
             CLOSE ALERT-FILE
           END-IF.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = 35
             MOVE WS-ACK-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-ACK UNTIL WS-ACK-STATUS = 10
             CLOSE ACK-FILE
           END-IF.
           PERFORM COUNT-OPEN-CRITICAL VARYING CA FROM 1 BY 1
             UNTIL CA > WS-CRIT-COUNT.
           IF WS-OPEN-CRITICALS NOT = ZERO
             MOVE 'Y' TO WS-CHECK-FAILED
           END-IF
       .
       READ-ALERT.
           READ ALERT-FILE.
           IF WS-ALERT-STATUS NOT = 10
             AND ALR-SEVERITY = "CRITICAL"
             IF WS-CRIT-COUNT NOT < WS-MAX-CRITS
               DISPLAY "TOO MANY CRITICAL ALERTS, LIMIT IS "
                 WS-MAX-CRITS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-CRIT-COUNT
             SET CA TO WS-CRIT-COUNT
             MOVE ALR-PROGRAM-ID TO CA-PROGRAM-ID(CA)
             MOVE ALR-RUN-DATE TO CA-ALERT-DATE(CA)
             MOVE ALR-METRIC TO CA-METRIC(CA)
             MOVE 'Y' TO CA-OPEN(CA)
           END-IF
       .
       READ-ACK.
           READ ACK-FILE.
           IF WS-ACK-STATUS NOT = 10
             PERFORM CLEAR-ACKNOWLEDGED VARYING CA FROM 1 BY 1
               UNTIL CA > WS-CRIT-COUNT
           END-IF
       .
       CLEAR-ACKNOWLEDGED.
           IF CA-PROGRAM-ID(CA) = ACK-PROGRAM-ID
             AND CA-ALERT-DATE(CA) = ACK-ALERT-DATE
             AND CA-METRIC(CA) = ACK-METRIC
             MOVE 'N' TO CA-OPEN(CA)
           END-IF
       .
       COUNT-OPEN-CRITICAL.
           IF CA-OPEN(CA) = 'Y'
             ADD 1 TO WS-OPEN-CRITICALS
             DISPLAY "    OPEN CRITICAL ALERT " CA-PROGRAM-ID(CA)
               " " CA-ALERT-DATE(CA) " " CA-METRIC(CA)
           END-IF
       .
      *> GRADE EACH PROGRAM'S LATEST TOTAL AGAINST ITS KNOWN ANSWER;
      *> NO ANSWER CATALOGUED FOR THE GENERATION IS NOT A FAILURE
       CHECK-REGRESSION.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-STATUS NOT = 35
             MOVE WS-RESULTS-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-RESULT UNTIL WS-RESULTS-STATUS = 10
             CLOSE RESULTS-FILE
           END-IF.
           PERFORM GRADE-RESULT VARYING RS FROM 1 BY 1
             UNTIL RS > WS-RESULT-COUNT.
           IF WS-REGRESSIONS NOT = ZERO
             MOVE 'Y' TO WS-CHECK-FAILED
           END-IF
       .
       READ-RESULT.
           READ RESULTS-FILE.
           IF WS-RESULTS-STATUS NOT = 10
             MOVE 'N' TO WS-RESULT-FOUND
             PERFORM NOTE-RESULT VARYING RS FROM 1 BY 1
               UNTIL RS > WS-RESULT-COUNT OR WS-RESULT-FOUND = 'Y'
             IF WS-RESULT-FOUND = 'N'
               IF WS-RESULT-COUNT NOT < WS-MAX-RESULTS
                 DISPLAY "TOO MANY RESULT PROGRAMS, LIMIT IS "
                   WS-MAX-RESULTS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-RESULT-COUNT
               SET RS TO WS-RESULT-COUNT
               MOVE AR-PROGRAM-ID TO RS-PROGRAM-ID(RS)
               MOVE AR-TOTAL TO RS-TOTAL(RS)
               MOVE AR-INPUT-GEN TO RS-INPUT-GEN(RS)
             END-IF
           END-IF
       .
       NOTE-RESULT.
           IF RS-PROGRAM-ID(RS) = AR-PROGRAM-ID
             MOVE 'Y' TO WS-RESULT-FOUND
             MOVE AR-TOTAL TO RS-TOTAL(RS)
             MOVE AR-INPUT-GEN TO RS-INPUT-GEN(RS)
           END-IF
       .
      *> SAME SELECTION RULE AS THE DAY PROGRAMS AND AOCOPS: THE
      *> ANSWER FOR THE CONSUMED GENERATION WINS, A BLANK-GENERATION
      *> RECORD ONLY APPLIES WHEN NO EXACT ONE IS ON FILE
       GRADE-RESULT.
           MOVE SPACES TO WS-EXPECTED-DSN.
           STRING RS-PROGRAM-ID(RS) DELIMITED BY SPACE
             "-EXPECTED.DAT" DELIMITED BY SIZE
             INTO WS-EXPECTED-DSN.
           DISPLAY "DD_CERTEXP" UPON ENVIRONMENT-NAME.
           DISPLAY WS-EXPECTED-DSN UPON ENVIRONMENT-VALUE.
           MOVE 'N' TO WS-EXP-FOUND.
           MOVE 'N' TO WS-EXACT-FOUND.
           OPEN INPUT EXPECTED-FILE.
           IF WS-EXPECTED-STATUS = 0
             PERFORM READ-EXPECTED-RECORD
               UNTIL WS-EXPECTED-STATUS NOT = 0
             CLOSE EXPECTED-FILE
             IF WS-EXP-FOUND = 'Y'
               AND RS-TOTAL(RS) NOT = WS-EXPECTED-TOTAL
               ADD 1 TO WS-REGRESSIONS
               DISPLAY "    REGRESSION " RS-PROGRAM-ID(RS)
                 " TOTAL " RS-TOTAL(RS) " EXPECTED "
                 WS-EXPECTED-TOTAL
             END-IF
           END-IF
       .
       READ-EXPECTED-RECORD.
           READ EXPECTED-FILE.
           IF WS-EXPECTED-STATUS = 0
             IF EXP-INPUT-GEN = RS-INPUT-GEN(RS)
               MOVE EXP-TOTAL TO WS-EXPECTED-TOTAL
               MOVE 'Y' TO WS-EXP-FOUND
               MOVE 'Y' TO WS-EXACT-FOUND
             ELSE
               IF EXP-INPUT-GEN = SPACES AND WS-EXACT-FOUND = 'N'
                 MOVE EXP-TOTAL TO WS-EXPECTED-TOTAL
                 MOVE 'Y' TO WS-EXP-FOUND
               END-IF
             END-IF
           END-IF
       .
      *> THE BASIS NAMES EVERY CHECK THAT HELD THE RUN, OR WHAT THE
      *> AUTO-CERTIFICATION RESTED ON
       BUILD-BASIS.
           MOVE SPACES TO WS-BASIS.
           MOVE 1 TO WS-BASIS-PTR.
           IF WS-CHECK-FAILED = 'N'
             MOVE "BALANCED, NO OPEN CRITICALS, REGRESSION OK"
               TO WS-BASIS
           ELSE
             IF WS-BAL-FOUND = 'N'
               STRING "BALANCER NOT RUN; " DELIMITED BY SIZE
                 INTO WS-BASIS WITH POINTER WS-BASIS-PTR
             ELSE
               IF WS-BAL-RC NOT = "RC=0"
                 STRING "BALANCER " DELIMITED BY SIZE
                   WS-BAL-RC DELIMITED BY " "
                   "; " DELIMITED BY SIZE
                   INTO WS-BASIS WITH POINTER WS-BASIS-PTR
               END-IF
             END-IF
             IF WS-OPEN-CRITICALS NOT = ZERO
               MOVE WS-OPEN-CRITICALS TO WS-COUNT-ED
               PERFORM COUNT-LEAD-SPACES
               STRING WS-COUNT-ED(WS-LEAD-SPACES + 1:)
                 " OPEN CRITICAL; " DELIMITED BY SIZE
                 INTO WS-BASIS WITH POINTER WS-BASIS-PTR
             END-IF
             IF WS-REGRESSIONS NOT = ZERO
               MOVE WS-REGRESSIONS TO WS-COUNT-ED
               PERFORM COUNT-LEAD-SPACES
               STRING WS-COUNT-ED(WS-LEAD-SPACES + 1:)
                 " REGRESSION" DELIMITED BY SIZE
                 INTO WS-BASIS WITH POINTER WS-BASIS-PTR
             END-IF
           END-IF
       .
       COUNT-LEAD-SPACES.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-COUNT-ED TALLYING WS-LEAD-SPACES
             FOR LEADING SPACES
       .
      *> AN OPERATOR CERTIFIES A HELD RUN BY HAND, ON THE BASIS
      *> THEY GIVE; ONLY A RUN ON FILE AND STILL HELD QUALIFIES
       CERTIFY-MANUALLY.
           MOVE WS-ARG-RUN-ID TO CR-RUN-ID.
           PERFORM FIND-CERT-RUN.
           IF WS-CERT-FOUND = 'N'
             DISPLAY "RUN " WS-ARG-RUN-ID " IS NOT ON THE"
               " CERTIFICATION FILE"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF CE-STATUS(CE) NOT = "HELD"
             AND CE-STATUS(CE) NOT = "OVERDUE"
             DISPLAY "RUN " WS-ARG-RUN-ID " IS ALREADY "
               CE-STATUS(CE) " BY " CE-USER(CE)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-ARG-RUN-ID TO WS-RUN-ID.
           MOVE CE-BUSDATE(CE) TO WS-BUSDATE.
           MOVE "CERTIFIED" TO CR-STATUS.
           MOVE WS-AUTH-USER TO CR-USER.
           MOVE WS-ARG-BASIS TO CR-BASIS.
           PERFORM APPEND-CERTIFICATION.
           DISPLAY "RUN " WS-ARG-RUN-ID " CERTIFIED BY " WS-AUTH-USER
             ": " WS-ARG-BASIS.
           DISPLAY "RELEASE ITS EXTRACT WITH AOCRUNID=" WS-ARG-RUN-ID
             " ./AOCRUN.sh AOCXTRC".
           MOVE "INFO" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "RUN " WS-ARG-RUN-ID " CERTIFIED BY " WS-AUTH-USER
             DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG
       .
      *> A RUN STILL HELD MORE THAN RELEASE-HOURS AFTER IT WAS HELD
      *> RAISES ONE CRITICAL ALERT AND IS MARKED OVERDUE, SO THE
      *> ALERT IS NOT REPEATED EVERY NIGHT
       CHECK-DEADLINES.
           MOVE WS-STAMP(1:8) TO WS-NOW-DATE.
           MOVE WS-STAMP(9:2) TO WS-NOW-HOUR.
           PERFORM CHECK-ONE-DEADLINE VARYING CE FROM 1 BY 1
             UNTIL CE > WS-CERT-COUNT.
           DISPLAY "RELEASE DEADLINES: " WS-OVERDUE-COUNT
             " HELD RUN(S) NEWLY OVERDUE"
       .
       CHECK-ONE-DEADLINE.
           IF CE-STATUS(CE) = "HELD"
             AND CE-HELD-STAMP(CE)(1:10) NUMERIC
             MOVE CE-HELD-STAMP(CE)(1:8) TO WS-HELD-DATE
             MOVE CE-HELD-STAMP(CE)(9:2) TO WS-HELD-HOUR
             COMPUTE WS-HELD-HOURS =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)) * 24
               + WS-NOW-HOUR - WS-HELD-HOUR
             IF WS-HELD-HOURS > WS-RELEASE-HOURS
               ADD 1 TO WS-OVERDUE-COUNT
               PERFORM RAISE-DEADLINE-ALERT
             END-IF
           END-IF
       .
       RAISE-DEADLINE-ALERT.
           MOVE CE-RUN-ID(CE) TO CR-RUN-ID.
           MOVE CE-BUSDATE(CE) TO CR-BUSDATE.
           MOVE "OVERDUE" TO CR-STATUS.
           MOVE "AUTO" TO CR-USER.
           MOVE WS-STAMP TO CR-STAMP.
           MOVE CE-BASIS(CE) TO CR-BASIS.
           PERFORM WRITE-CERTIFICATION.
           MOVE "OVERDUE" TO CE-STATUS(CE).
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS = 35
             OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE "AOCCERT" TO ALR-PROGRAM-ID.
           MOVE WS-STAMP(1:8) TO ALR-RUN-DATE.
           MOVE "CRITICAL" TO ALR-SEVERITY.
           MOVE "CERT-HELD" TO ALR-METRIC.
           IF WS-HELD-HOURS > 99999
             MOVE 99999 TO ALR-VALUE-PCT
           ELSE
             MOVE WS-HELD-HOURS TO ALR-VALUE-PCT
           END-IF.
           IF WS-RELEASE-HOURS > 999
             MOVE 999 TO ALR-THRESHOLD-PCT
           ELSE
             MOVE WS-RELEASE-HOURS TO ALR-THRESHOLD-PCT
           END-IF.
           MOVE CE-RUN-ID(CE) TO ALR-RUN-ID.
           MOVE SPACES TO ALR-INPUT-GEN.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
           MOVE WS-HELD-HOURS TO WS-HOURS-ED.
           DISPLAY "*** RUN " CE-RUN-ID(CE) " (BUSINESS DATE "
             CE-BUSDATE(CE) ") HELD " WS-HOURS-ED
             " HOURS, PAST ITS RELEASE DEADLINE ***".
           MOVE "ERROR" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "ALERT RUN " CE-RUN-ID(CE)
             " HELD PAST RELEASE DEADLINE: " CE-BASIS(CE)
             DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG
       .
       APPEND-CERTIFICATION.
           MOVE WS-RUN-ID TO CR-RUN-ID.
           MOVE WS-BUSDATE TO CR-BUSDATE.
           MOVE WS-STAMP TO CR-STAMP.
           PERFORM WRITE-CERTIFICATION
       .
       WRITE-CERTIFICATION.
           OPEN EXTEND CERT-FILE.
           IF WS-CERT-STATUS = 35
             OPEN OUTPUT CERT-FILE
           END-IF.
           MOVE WS-CERT-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           WRITE CERTIFICATION-RECORD.
           CLOSE CERT-FILE
       .
       LIST-CERTIFICATIONS.
           DISPLAY "RUN-ID         BUSDATE  STATUS     USER     "
             "STAMP          BASIS".
           PERFORM LIST-ONE-RUN VARYING CE FROM 1 BY 1
             UNTIL CE > WS-CERT-COUNT.
           DISPLAY WS-LIST-COUNT " RUN(S) ON FILE"
       .
       LIST-ONE-RUN.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY CE-RUN-ID(CE) " " CE-BUSDATE(CE) " "
             CE-STATUS(CE) " " CE-USER(CE) " " CE-STAMP(CE) " "
             CE-BASIS(CE)
       .
       END PROGRAM AOCCERT.
