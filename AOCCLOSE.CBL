      ******************************************************************
      * Advent of Code 2023, accounting-period close                   *
      *                                                                *
      * Freezes a business-date range as a closed accounting period    *
      * and files each program's period-end balances in                *
      * PERIOD-BALANCES.DAT (PERBAL.CPY):                              *
      *                                                                *
      *   - opening: the program's closing balance for the period      *
      *     before (zero for the first period closed);                 *
      *   - runs: the count and TOTAL of the program's runs on the     *
      *     results master whose business date is in the range;        *
      *   - adjustments: AOC-ADJUSTMENTS.DAT amounts posted in the     *
      *     range, current-period and prior-period (corrections to a   *
      *     run in an earlier closed period) shown apart;              *
      *   - closing: opening plus runs plus both adjustment columns.   *
      *                                                                *
      * Periods close in order and without gaps: the first starts      *
      * anywhere, every later one starts the day after the last        *
      * closed period ends, and no period may end after today. Once    *
      * closed, the scheduling gate (AOCCALCK) refuses a business date *
      * inside it, and an adjustment against one of its runs posts     *
      * into the open period as a prior-period adjustment carrying the *
      * original run-id (PERPOSTW.CPY).                                *
      *                                                                *
      * The period-end statement -- opening, runs, adjustments and     *
      * closing per program, with sign-off lines -- prints when the    *
      * period closes and on demand for any closed period.             *
      *                                                                *
      * CLOSE needs a PERIODCLOSE grant in OPERATOR-AUTH.DAT for the   *
      * user id the job runs under (AOCAUTHW.CPY), and the <user> who  *
      * signs the period off must be that user id.                     *
      *                                                                *
      * Run through the standalone wrapper:                            *
      *   ./AOCRUN.sh AOCCLOSE LIST                                    *
      *   ./AOCRUN.sh AOCCLOSE "CLOSE <period> <from> <to> <user>"     *
      *   ./AOCRUN.sh AOCCLOSE "STATEMENT <period>"                    *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ADJUSTMENT-FILE
           ASSIGN TO "AOC-ADJUSTMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ADJUSTMENT-STATUS.
           SELECT REGISTRY-FILE
           ASSIGN TO "PROGRAM-REGISTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.
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
       FD PERIOD-FILE.
           COPY PERBAL.
       FD RESULT-MASTER.
           COPY AOCRESM.
       FD ADJUSTMENT-FILE.
           COPY ADJREC.
       FD REGISTRY-FILE.
           COPY AOCPRG.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       FD AUTH-FILE.
           COPY AUTHREC.
       FD AUTH-USAGE-FILE.
           COPY AUTHUSE.
       WORKING-STORAGE SECTION.
           COPY AOCLOGC.
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
      *> WHO IS RUNNING THIS, AND WHETHER THEY MAY
           COPY AOCAUTHC.
           COPY FILESTAT.
       01  WS-PERIOD-STATUS    PIC 9(2).
       01  WS-MASTER-STATUS    PIC 9(2).
       01  WS-ADJUSTMENT-STATUS PIC 9(2).
       01  WS-REGISTRY-STATUS  PIC 9(2).
       01  WS-TODAY            PIC X(8).
       01  WS-STAMP            PIC X(14).
      *> THE OPERATOR ACTION, PARSED FROM THE COMMAND LINE
       01  WS-ARGUMENTS        PIC X(120).
       01  WS-VERB             PIC X(10).
       01  WS-ARG-PERIOD       PIC X(6).
       01  WS-ARG-FROM         PIC X(8).
       01  WS-ARG-TO           PIC X(8).
       01  WS-ARG-USER         PIC X(8).
       01  WS-ARG-EXTRA        PIC X(8).
       01  WS-DATE-NUM         PIC 9(8).
      *> EVERY PERIOD ALREADY CLOSED, IN CLOSING ORDER
       01  WS-PERIOD-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MAX-PERIODS      PIC 9(4) VALUE 200.
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY    OCCURS 200 TIMES INDEXED BY PD.
               10  PD-PERIOD-ID    PIC X(6).
               10  PD-FROM-DATE    PIC X(8).
               10  PD-TO-DATE      PIC X(8).
               10  PD-PROGRAMS     PIC 9(4).
               10  PD-CLOSED-BY    PIC X(8).
               10  PD-CLOSED-STAMP PIC X(14).
       01  WS-PERIOD-FOUND     PIC X.
       01  WS-LAST-CLOSED-TO   PIC X(8) VALUE SPACES.
       01  WS-NEXT-FROM        PIC X(8) VALUE SPACES.
      *> ONE BALANCE LINE PER PROGRAM FOR THE PERIOD BEING CLOSED OR
      *> PRINTED
       01  WS-BAL-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-MAX-BALANCES     PIC 9(4) VALUE 50.
       01  BALANCE-TABLE.
           05  BALANCE-ENTRY   OCCURS 50 TIMES INDEXED BY BL.
               10  BL-PROGRAM-ID   PIC X(8).
               10  BL-OPENING      PIC 9(11).
               10  BL-RUN-COUNT    PIC 9(5).
               10  BL-RUN-TOTAL    PIC 9(11).
               10  BL-ADJ-TOTAL    PIC 9(11).
               10  BL-PRIOR-ADJ    PIC 9(11).
               10  BL-CLOSING      PIC 9(11).
       01  WS-BAL-FOUND        PIC X.
       01  WS-FIND-PROGRAM     PIC X(8).
       01  WS-MASTER-DONE      PIC X.
       01  WS-REFUSED          PIC X VALUE 'N'.
      *> THE STATEMENT'S PERIOD, CLOSER AND COLUMN FOOTINGS
       01  WS-STMT-FROM        PIC X(8).
       01  WS-STMT-TO          PIC X(8).
       01  WS-STMT-BY          PIC X(8).
       01  WS-STMT-STAMP       PIC X(14).
       01  WS-FOOT-OPENING     PIC 9(11).
       01  WS-FOOT-RUN-COUNT   PIC 9(5).
       01  WS-FOOT-RUN-TOTAL   PIC 9(11).
       01  WS-FOOT-ADJ-TOTAL   PIC 9(11).
       01  WS-FOOT-PRIOR-ADJ   PIC 9(11).
       01  WS-FOOT-CLOSING     PIC 9(11).
      *> COLUMN WIDTHS MIRROR STATEMENT-LINE EXACTLY SO THE HEADINGS
      *> SIT OVER THEIR DATA
       01  STATEMENT-HEADING.
           05  FILLER          PIC X(8) VALUE "PROGRAM".
           05  FILLER          PIC X(12) VALUE "     OPENING".
           05  FILLER          PIC X(6) VALUE "  RUNS".
           05  FILLER          PIC X(12) VALUE "   RUN TOTAL".
           05  FILLER          PIC X(12) VALUE " ADJUSTMENTS".
           05  FILLER          PIC X(12) VALUE "  PRIOR-PER.".
           05  FILLER          PIC X(12) VALUE "     CLOSING".
       01  STATEMENT-LINE.
           05  ST-PROGRAM-ID   PIC X(8).
           05  ST-OPENING      PIC Z(11)9.
           05  ST-RUN-COUNT    PIC Z(5)9.
           05  ST-RUN-TOTAL    PIC Z(11)9.
           05  ST-ADJ-TOTAL    PIC Z(11)9.
           05  ST-PRIOR-ADJ    PIC Z(11)9.
           05  ST-CLOSING      PIC Z(11)9.
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCCLOSE" TO WS-LOG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           MOVE WS-STAMP(1:8) TO WS-TODAY.

           PERFORM PARSE-ARGUMENTS.
           IF WS-VERB = "CLOSE"
             MOVE "PERIODCLOSE" TO WS-AUTH-FUNCTION
             MOVE WS-ARG-USER TO WS-AUTH-NAMED-USER
             PERFORM CHECK-AUTHORIZATION
           END-IF.
           PERFORM LOAD-PERIODS.

           EVALUATE WS-VERB
             WHEN "LIST"
               PERFORM LIST-PERIODS
             WHEN "CLOSE"
               PERFORM CLOSE-PERIOD
             WHEN "STATEMENT"
               PERFORM REPRINT-STATEMENT
             WHEN OTHER
               PERFORM SHOW-USAGE
           END-EVALUATE.

           IF WS-REFUSED = 'Y'
             MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY AOCAUTHW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCCLOSE LIST"
           DISPLAY "       AOCCLOSE CLOSE <PERIOD> <FROM-DATE> "
             "<TO-DATE> <USER>"
           DISPLAY "       AOCCLOSE STATEMENT <PERIOD>"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-PERIOD.
           MOVE SPACES TO WS-ARG-FROM.
           MOVE SPACES TO WS-ARG-TO.
           MOVE SPACES TO WS-ARG-USER.
           MOVE SPACES TO WS-ARG-EXTRA.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-VERB
                  WS-ARG-PERIOD
                  WS-ARG-FROM
                  WS-ARG-TO
                  WS-ARG-USER
                  WS-ARG-EXTRA
           END-UNSTRING.
           IF WS-VERB = "CLOSE"
             IF WS-ARG-PERIOD = SPACES
               OR WS-ARG-FROM NOT NUMERIC
               OR WS-ARG-TO NOT NUMERIC
               OR WS-ARG-USER = SPACES
               OR WS-ARG-EXTRA NOT = SPACES
               PERFORM SHOW-USAGE
             END-IF
           END-IF.
           IF WS-VERB = "STATEMENT"
             IF WS-ARG-PERIOD = SPACES
               OR WS-ARG-FROM NOT = SPACES
               PERFORM SHOW-USAGE
             END-IF
           END-IF
       .
      *> THE PERIODS ON FILE, ONE TABLE ENTRY PER PERIOD (ITS RECORDS
      *> ARE WRITTEN TOGETHER); EACH PROGRAM'S LAST CLOSING BALANCE
      *> IS THE OPENING BALANCE OF THE NEXT PERIOD
       LOAD-PERIODS.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = 35
             MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-PERIOD UNTIL WS-PERIOD-STATUS = 10
             CLOSE PERIOD-FILE
           END-IF.
           IF WS-LAST-CLOSED-TO NOT = SPACES
             MOVE WS-LAST-CLOSED-TO TO WS-DATE-NUM
             COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1)
             MOVE WS-DATE-NUM TO WS-NEXT-FROM
           END-IF
       .
       READ-PERIOD.
           READ PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = 10
             IF WS-PERIOD-COUNT = ZERO
               OR PD-PERIOD-ID(PD) NOT = PB-PERIOD-ID
               IF WS-PERIOD-COUNT NOT < WS-MAX-PERIODS
                 DISPLAY "TOO MANY CLOSED PERIODS, LIMIT IS "
                   WS-MAX-PERIODS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               SET PD TO WS-PERIOD-COUNT
               MOVE PB-PERIOD-ID TO PD-PERIOD-ID(PD)
               MOVE PB-FROM-DATE TO PD-FROM-DATE(PD)
               MOVE PB-TO-DATE TO PD-TO-DATE(PD)
               MOVE ZERO TO PD-PROGRAMS(PD)
               MOVE PB-CLOSED-BY TO PD-CLOSED-BY(PD)
               MOVE PB-CLOSED-STAMP TO PD-CLOSED-STAMP(PD)
             END-IF
             ADD 1 TO PD-PROGRAMS(PD)
             IF PB-TO-DATE > WS-LAST-CLOSED-TO
               MOVE PB-TO-DATE TO WS-LAST-CLOSED-TO
             END-IF
             MOVE PB-PROGRAM-ID TO WS-FIND-PROGRAM
             PERFORM ADD-BALANCE-PROGRAM
             MOVE PB-CLOSING TO BL-OPENING(BL)
           END-IF
       .
      *> LOCATE WS-FIND-PROGRAM IN THE BALANCE TABLE, ADDING A ZERO
      *> LINE FOR IT WHEN NEW, AND LEAVE BL ON IT
       ADD-BALANCE-PROGRAM.
           MOVE 'N' TO WS-BAL-FOUND.
           PERFORM CHECK-BALANCE-PROGRAM VARYING BL FROM 1 BY 1
             UNTIL BL > WS-BAL-COUNT OR WS-BAL-FOUND = 'Y'.
           IF WS-BAL-FOUND = 'Y'
             SET BL DOWN BY 1
           ELSE
             IF WS-BAL-COUNT NOT < WS-MAX-BALANCES
               DISPLAY "TOO MANY PROGRAMS TO BALANCE, LIMIT IS "
                 WS-MAX-BALANCES
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-BAL-COUNT
             SET BL TO WS-BAL-COUNT
             MOVE WS-FIND-PROGRAM TO BL-PROGRAM-ID(BL)
             MOVE ZERO TO BL-OPENING(BL)
             MOVE ZERO TO BL-RUN-COUNT(BL)
             MOVE ZERO TO BL-RUN-TOTAL(BL)
             MOVE ZERO TO BL-ADJ-TOTAL(BL)
             MOVE ZERO TO BL-PRIOR-ADJ(BL)
             MOVE ZERO TO BL-CLOSING(BL)
           END-IF
       .
       CHECK-BALANCE-PROGRAM.
           IF BL-PROGRAM-ID(BL) = WS-FIND-PROGRAM
             MOVE 'Y' TO WS-BAL-FOUND
           END-IF
       .
      *> LOCATE WS-ARG-PERIOD AMONG THE CLOSED PERIODS, LEAVING PD
      *> ON IT
       FIND-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND.
           PERFORM CHECK-PERIOD VARYING PD FROM 1 BY 1
             UNTIL PD > WS-PERIOD-COUNT OR WS-PERIOD-FOUND = 'Y'.
           IF WS-PERIOD-FOUND = 'Y'
             SET PD DOWN BY 1
           END-IF
       .
       CHECK-PERIOD.
           IF PD-PERIOD-ID(PD) = WS-ARG-PERIOD
             MOVE 'Y' TO WS-PERIOD-FOUND
           END-IF
       .
       LIST-PERIODS.
           DISPLAY "CLOSED ACCOUNTING PERIODS".
           DISPLAY "=========================".
           IF WS-PERIOD-COUNT = ZERO
             DISPLAY "NO PERIOD CLOSED YET"
           ELSE
             PERFORM LIST-ONE-PERIOD VARYING PD FROM 1 BY 1
               UNTIL PD > WS-PERIOD-COUNT
             DISPLAY "NEXT PERIOD OPENS " WS-NEXT-FROM
           END-IF
       .
       LIST-ONE-PERIOD.
           DISPLAY PD-PERIOD-ID(PD) "  " PD-FROM-DATE(PD) " - "
             PD-TO-DATE(PD) "  PROGRAMS " PD-PROGRAMS(PD)
             "  CLOSED BY " PD-CLOSED-BY(PD) " " PD-CLOSED-STAMP(PD)
       .
      *> VALIDATE THE RANGE, BALANCE EVERY PROGRAM OVER IT, FILE THE
      *> PERIOD AND PRINT ITS STATEMENT
       CLOSE-PERIOD.
           PERFORM VALIDATE-CLOSE.
           IF WS-REFUSED = 'N'
             PERFORM LOAD-REGISTRY
             PERFORM SCAN-MASTER
             PERFORM SCAN-ADJUSTMENTS
             PERFORM COMPUTE-CLOSING VARYING BL FROM 1 BY 1
               UNTIL BL > WS-BAL-COUNT
             OPEN EXTEND PERIOD-FILE
             IF WS-PERIOD-STATUS = 35
               OPEN OUTPUT PERIOD-FILE
             END-IF
             MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM WRITE-PERIOD-BALANCE VARYING BL FROM 1 BY 1
               UNTIL BL > WS-BAL-COUNT
             CLOSE PERIOD-FILE
             MOVE WS-ARG-FROM TO WS-STMT-FROM
             MOVE WS-ARG-TO TO WS-STMT-TO
             MOVE WS-AUTH-USER TO WS-STMT-BY
             MOVE WS-STAMP TO WS-STMT-STAMP
             PERFORM PRINT-STATEMENT
             MOVE "INFO" TO WS-LOG-SEVERITY
             MOVE SPACES TO WS-LOG-MESSAGE
             STRING "PERIOD " WS-ARG-PERIOD " " WS-ARG-FROM "-"
               WS-ARG-TO " CLOSED BY " WS-AUTH-USER
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
             PERFORM WRITE-RUN-LOG
           END-IF
       .
       VALIDATE-CLOSE.
           PERFORM FIND-PERIOD.
           IF WS-PERIOD-FOUND = 'Y'
             DISPLAY "*** PERIOD " WS-ARG-PERIOD " IS ALREADY CLOSED "
               PD-FROM-DATE(PD) " - " PD-TO-DATE(PD)
             MOVE 'Y' TO WS-REFUSED
           END-IF.
           MOVE WS-ARG-FROM TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
             DISPLAY "*** FROM-DATE " WS-ARG-FROM " IS NOT A DATE"
             MOVE 'Y' TO WS-REFUSED
           END-IF.
           MOVE WS-ARG-TO TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
             DISPLAY "*** TO-DATE " WS-ARG-TO " IS NOT A DATE"
             MOVE 'Y' TO WS-REFUSED
           END-IF.
           IF WS-ARG-FROM > WS-ARG-TO
             DISPLAY "*** FROM-DATE " WS-ARG-FROM
               " IS AFTER TO-DATE " WS-ARG-TO
             MOVE 'Y' TO WS-REFUSED
           END-IF.
           IF WS-ARG-TO > WS-TODAY
             DISPLAY "*** TO-DATE " WS-ARG-TO " IS IN THE FUTURE"
             MOVE 'Y' TO WS-REFUSED
           END-IF.
           IF WS-NEXT-FROM NOT = SPACES
             AND WS-ARG-FROM NOT = WS-NEXT-FROM
             DISPLAY "*** PERIODS CLOSE IN ORDER: THE NEXT PERIOD "
               "MUST START " WS-NEXT-FROM
             MOVE 'Y' TO WS-REFUSED
           END-IF.
           IF WS-REFUSED = 'Y'
             DISPLAY "*** PERIOD " WS-ARG-PERIOD " NOT CLOSED ***"
           END-IF
       .
      *> EVERY SCOREBOARD PROGRAM GETS A LINE, EVEN WITHOUT ACTIVITY;
      *> FRONT-END EDIT STEPS PRODUCE NO TOTAL AND ARE LEFT OUT
       LOAD-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-STATUS NOT = 35
             MOVE WS-REGISTRY-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-REGISTRY UNTIL WS-REGISTRY-STATUS = 10
             CLOSE REGISTRY-FILE
           END-IF
       .
       READ-REGISTRY.
           READ REGISTRY-FILE.
           IF WS-REGISTRY-STATUS NOT = 10
             AND PR-PART NOT = "E"
             MOVE PR-PROGRAM-ID TO WS-FIND-PROGRAM
             PERFORM ADD-BALANCE-PROGRAM
           END-IF
       .
      *> EVERY RUN ON THE MASTER, IN KEY ORDER, WHOSE BUSINESS DATE
      *> FALLS IN THE PERIOD
       SCAN-MASTER.
           OPEN INPUT RESULT-MASTER.
           IF WS-MASTER-STATUS NOT = 35
             MOVE WS-MASTER-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             MOVE LOW-VALUES TO RM-KEY
             START RESULT-MASTER KEY NOT LESS THAN RM-KEY
             IF WS-MASTER-STATUS = 0
               MOVE 'N' TO WS-MASTER-DONE
               PERFORM READ-MASTER UNTIL WS-MASTER-DONE = 'Y'
             END-IF
             CLOSE RESULT-MASTER
           END-IF
       .
       READ-MASTER.
           READ RESULT-MASTER NEXT
           IF WS-MASTER-STATUS NOT = 0
             MOVE 'Y' TO WS-MASTER-DONE
           ELSE
             IF RM-RUN-DATE NOT < WS-ARG-FROM
               AND RM-RUN-DATE NOT > WS-ARG-TO
               MOVE RM-PROGRAM-ID TO WS-FIND-PROGRAM
               PERFORM ADD-BALANCE-PROGRAM
               ADD 1 TO BL-RUN-COUNT(BL)
               ADD RM-TOTAL TO BL-RUN-TOTAL(BL)
             END-IF
           END-IF
       .
      *> ADJUSTMENTS POSTED IN THE PERIOD; A PRIOR-PERIOD POSTING
      *> CORRECTS A RUN IN AN EARLIER CLOSED PERIOD AND IS SHOWN APART
       SCAN-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-STATUS NOT = 35
             MOVE WS-ADJUSTMENT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-ADJUSTMENT UNTIL WS-ADJUSTMENT-STATUS = 10
             CLOSE ADJUSTMENT-FILE
           END-IF
       .
       READ-ADJUSTMENT.
           READ ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-STATUS NOT = 10
             AND ADJ-RUN-DATE NOT < WS-ARG-FROM
             AND ADJ-RUN-DATE NOT > WS-ARG-TO
             MOVE ADJ-PROGRAM-ID TO WS-FIND-PROGRAM
             PERFORM ADD-BALANCE-PROGRAM
             IF ADJ-POSTING = "PRIOR"
               ADD ADJ-AMOUNT TO BL-PRIOR-ADJ(BL)
             ELSE
               ADD ADJ-AMOUNT TO BL-ADJ-TOTAL(BL)
             END-IF
           END-IF
       .
       COMPUTE-CLOSING.
           COMPUTE BL-CLOSING(BL) = BL-OPENING(BL) + BL-RUN-TOTAL(BL)
             + BL-ADJ-TOTAL(BL) + BL-PRIOR-ADJ(BL)
       .
       WRITE-PERIOD-BALANCE.
           MOVE WS-ARG-PERIOD TO PB-PERIOD-ID
           MOVE WS-ARG-FROM TO PB-FROM-DATE
           MOVE WS-ARG-TO TO PB-TO-DATE
           MOVE BL-PROGRAM-ID(BL) TO PB-PROGRAM-ID
           MOVE BL-OPENING(BL) TO PB-OPENING
           MOVE BL-RUN-COUNT(BL) TO PB-RUN-COUNT
           MOVE BL-RUN-TOTAL(BL) TO PB-RUN-TOTAL
           MOVE BL-ADJ-TOTAL(BL) TO PB-ADJ-TOTAL
           MOVE BL-PRIOR-ADJ(BL) TO PB-PRIOR-ADJ-TOTAL
           MOVE BL-CLOSING(BL) TO PB-CLOSING
           MOVE WS-AUTH-USER TO PB-CLOSED-BY
           MOVE WS-STAMP TO PB-CLOSED-STAMP
           WRITE PERIOD-BALANCE-RECORD
       .
      *> A CLOSED PERIOD'S STATEMENT COMES BACK FROM ITS FILED
      *> BALANCES, NOT A RECOMPUTATION, SO IT READS AS SIGNED OFF
       REPRINT-STATEMENT.
           PERFORM FIND-PERIOD.
           IF WS-PERIOD-FOUND = 'N'
             DISPLAY "*** PERIOD " WS-ARG-PERIOD " IS NOT CLOSED"
             MOVE 'Y' TO WS-REFUSED
           ELSE
             MOVE PD-FROM-DATE(PD) TO WS-STMT-FROM
             MOVE PD-TO-DATE(PD) TO WS-STMT-TO
             MOVE PD-CLOSED-BY(PD) TO WS-STMT-BY
             MOVE PD-CLOSED-STAMP(PD) TO WS-STMT-STAMP
             MOVE ZERO TO WS-BAL-COUNT
             OPEN INPUT PERIOD-FILE
             MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-STATEMENT-BALANCE
               UNTIL WS-PERIOD-STATUS = 10
             CLOSE PERIOD-FILE
             PERFORM PRINT-STATEMENT
           END-IF
       .
       READ-STATEMENT-BALANCE.
           READ PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = 10
             AND PB-PERIOD-ID = WS-ARG-PERIOD
             MOVE PB-PROGRAM-ID TO WS-FIND-PROGRAM
             PERFORM ADD-BALANCE-PROGRAM
             MOVE PB-OPENING TO BL-OPENING(BL)
             MOVE PB-RUN-COUNT TO BL-RUN-COUNT(BL)
             MOVE PB-RUN-TOTAL TO BL-RUN-TOTAL(BL)
             MOVE PB-ADJ-TOTAL TO BL-ADJ-TOTAL(BL)
             MOVE PB-PRIOR-ADJ-TOTAL TO BL-PRIOR-ADJ(BL)
             MOVE PB-CLOSING TO BL-CLOSING(BL)
           END-IF
       .
       PRINT-STATEMENT.
           MOVE ZERO TO WS-FOOT-OPENING.
           MOVE ZERO TO WS-FOOT-RUN-COUNT.
           MOVE ZERO TO WS-FOOT-RUN-TOTAL.
           MOVE ZERO TO WS-FOOT-ADJ-TOTAL.
           MOVE ZERO TO WS-FOOT-PRIOR-ADJ.
           MOVE ZERO TO WS-FOOT-CLOSING.
           DISPLAY " ".
           DISPLAY "PERIOD-END STATEMENT  PERIOD " WS-ARG-PERIOD
             "  " WS-STMT-FROM " - " WS-STMT-TO.
           DISPLAY "CLOSED BY " WS-STMT-BY " AT " WS-STMT-STAMP.
           DISPLAY " ".
           DISPLAY STATEMENT-HEADING.
           PERFORM PRINT-STATEMENT-LINE VARYING BL FROM 1 BY 1
             UNTIL BL > WS-BAL-COUNT.
           MOVE "TOTALS" TO ST-PROGRAM-ID.
           MOVE WS-FOOT-OPENING TO ST-OPENING.
           MOVE WS-FOOT-RUN-COUNT TO ST-RUN-COUNT.
           MOVE WS-FOOT-RUN-TOTAL TO ST-RUN-TOTAL.
           MOVE WS-FOOT-ADJ-TOTAL TO ST-ADJ-TOTAL.
           MOVE WS-FOOT-PRIOR-ADJ TO ST-PRIOR-ADJ.
           MOVE WS-FOOT-CLOSING TO ST-CLOSING.
           DISPLAY STATEMENT-LINE.
           DISPLAY " ".
           DISPLAY "PRIOR-PER. = POSTED THIS PERIOD AGAINST RUNS IN "
             "EARLIER CLOSED PERIODS".
           DISPLAY " ".
           DISPLAY "PREPARED BY:  ____________________  "
             "DATE: __________".
           DISPLAY "APPROVED BY:  ____________________  "
             "DATE: __________".
       .
       PRINT-STATEMENT-LINE.
           MOVE BL-PROGRAM-ID(BL) TO ST-PROGRAM-ID
           MOVE BL-OPENING(BL) TO ST-OPENING
           MOVE BL-RUN-COUNT(BL) TO ST-RUN-COUNT
           MOVE BL-RUN-TOTAL(BL) TO ST-RUN-TOTAL
           MOVE BL-ADJ-TOTAL(BL) TO ST-ADJ-TOTAL
           MOVE BL-PRIOR-ADJ(BL) TO ST-PRIOR-ADJ
           MOVE BL-CLOSING(BL) TO ST-CLOSING
           DISPLAY STATEMENT-LINE
           ADD BL-OPENING(BL) TO WS-FOOT-OPENING
           ADD BL-RUN-COUNT(BL) TO WS-FOOT-RUN-COUNT
           ADD BL-RUN-TOTAL(BL) TO WS-FOOT-RUN-TOTAL
           ADD BL-ADJ-TOTAL(BL) TO WS-FOOT-ADJ-TOTAL
           ADD BL-PRIOR-ADJ(BL) TO WS-FOOT-PRIOR-ADJ
           ADD BL-CLOSING(BL) TO WS-FOOT-CLOSING
       .
       END PROGRAM AOCCLOSE.
