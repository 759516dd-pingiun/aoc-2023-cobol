      ******************************************************************
      * Advent of Code 2023, backlog catch-up planner                  *
      *                                                                *
      * AOCCALCK refuses a business date while earlier calendar        *
      * business dates never ran, and until now the only ways past     *
      * that were CALOVERRIDE=Y (which jumps the dates) or a hand run  *
      * of the nightly stream per missed date with the right DAYn_GEN  *
      * values. This step works that out instead, for CATCHUP-RUN.sh   *
      * to drive:                                                      *
      *                                                                *
      *   - every calendar business date after the last date the       *
      *     stream ran through to its final step clean, and before     *
      *     tonight's BUSDATE, is outstanding -- a date that failed    *
      *     part way is outstanding too, so a rerun of the catch-up    *
      *     restarts it at its failed step                             *
      *   - for each outstanding date, every feed base due that date   *
      *     is mapped to the input generation that applied then: the   *
      *     highest generation on GDG-CATALOG.DAT that PASSED the      *
      *     acceptance gate and was catalogued on or before the date   *
      *                                                                *
      * The plan is written to CATCHUP-PLAN.DAT (CATPLAN.CPY). A due   *
      * base with no generation catalogued by its date, or more        *
      * outstanding dates than AOC-TUNING MAX-DATES allows (default    *
      * 10), refuses the whole catch-up with RC=8 before anything      *
      * runs. The final step id the stream marks in                    *
      * JOB-RUN-CONTROL.DAT is AOC-TUNING FINAL-STEP (default 090).    *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE
           ASSIGN TO "PROCESSING-CALENDAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUNCTL-FILE
           ASSIGN TO "JOB-RUN-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CATALOG-FILE
           ASSIGN TO "GDG-CATALOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.
           SELECT TUNING-FILE
           ASSIGN TO "AOC-TUNING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TUNING-STATUS.
           SELECT PLAN-FILE
           ASSIGN TO "CATCHUP-PLAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
           COPY AOCCAL.
       FD RUNCTL-FILE.
       01  RUNCTL-RECORD       PIC X(80).
       FD CATALOG-FILE.
           COPY GDGCAT.
       FD TUNING-FILE.
           COPY TUNPARM.
       FD PLAN-FILE.
           COPY CATPLAN.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY AOCLOGC.
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
           COPY FILESTAT.
       01  WS-CALENDAR-STATUS  PIC 9(2).
       01  WS-RUNCTL-STATUS    PIC 9(2).
       01  WS-CATALOG-STATUS   PIC 9(2).
       01  WS-TUNING-STATUS    PIC 9(2).
       01  WS-PLAN-STATUS      PIC 9(2).
       01  WS-BUSDATE          PIC X(8) VALUE SPACES.
      *> TUNABLES: HOW MANY DATES ONE CATCH-UP MAY TAKE ON, AND THE
      *> STEP WHOSE CLEAN COMPLETION MEANS A DATE RAN THROUGH
       01  WS-MAX-DATES        PIC 9(4) VALUE 10.
       01  WS-FINAL-STEP-NUM   PIC 9(3) VALUE 090.
       01  WS-FINAL-STEP       PIC X(3).
      *> THE CALENDAR, HELD IN CATALOGUE (I.E. DATE) ORDER
       01  WS-CAL-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-MAX-CAL          PIC 9(4) VALUE 400.
       01  CAL-TABLE.
           05  CAL-ENTRY       OCCURS 400 TIMES INDEXED BY CA.
               10  CA-DATE         PIC X(8).
               10  CA-BUSINESS     PIC X(1).
               10  CA-DESCRIPTION  PIC X(30).
               10  CA-DUE-LIST     PIC X(20).
      *> LAST DATE THE STREAM RAN THROUGH TO ITS FINAL STEP CLEAN
       01  WS-LAST-DONE-DATE   PIC X(8) VALUE SPACES.
      *> EVERY GENERATION EVER CATALOGUED, WITH THE DATE IT WAS FIRST
      *> CATALOGUED AND ITS LATEST ACCEPTANCE STATE
       01  WS-GEN-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-MAX-GENS         PIC 9(4) VALUE 500.
       01  GEN-TABLE.
           05  GEN-ENTRY       OCCURS 500 TIMES INDEXED BY GX.
               10  GT-BASE         PIC X(8).
               10  GT-GENERATION   PIC X(5).
               10  GT-CATALOG-DATE PIC X(8).
               10  GT-ACCEPTANCE   PIC X(8).
      *> THE FEED BASES THE CATALOGUE KNOWS ABOUT
       01  WS-BASE-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-BASES        PIC 9(4) VALUE 20.
       01  BASE-TABLE.
           05  BASE-ENTRY      OCCURS 20 TIMES INDEXED BY BX.
               10  BT-BASE         PIC X(8).
       01  WS-BASE-LEN         PIC 9(2).
       01  WS-DUE-HITS         PIC 9(4).
       01  WS-FOUND            PIC X.
      *> THE BEST GENERATION FOUND FOR ONE BASE ON ONE DATE
       01  WS-BEST-GEN         PIC X(5).
       01  WS-BEST-DATE        PIC X(8).
      *> PLAN CENSUS
       01  WS-DATE-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-UNMAPPED-COUNT   PIC 9(4) VALUE ZERO.
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           ACCEPT WS-BUSDATE FROM ENVIRONMENT "BUSDATE".
           IF WS-BUSDATE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSDATE
           END-IF.
           MOVE "AOCCATCH" TO WS-LOG-PROGRAM.

           PERFORM LOAD-TUNING.
           PERFORM LOAD-CALENDAR.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-CATALOG.

           OPEN OUTPUT PLAN-FILE.
           MOVE WS-PLAN-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.

           DISPLAY "BACKLOG CATCH-UP PLAN AHEAD OF " WS-BUSDATE.
           DISPLAY "=======================================".
           IF WS-CAL-COUNT = ZERO
             DISPLAY "NO PROCESSING CALENDAR CATALOGUED, NO BACKLOG "
               "CAN BE KNOWN"
           ELSE
             IF WS-LAST-DONE-DATE = SPACES
               DISPLAY "NO DATE HAS YET RUN THROUGH STEP "
                 WS-FINAL-STEP " CLEAN"
             ELSE
               DISPLAY "LAST DATE RUN THROUGH STEP " WS-FINAL-STEP
                 " CLEAN: " WS-LAST-DONE-DATE
             END-IF
             PERFORM PLAN-CALENDAR-DATE VARYING CA FROM 1 BY 1
               UNTIL CA > WS-CAL-COUNT
           END-IF.
           CLOSE PLAN-FILE.

           IF WS-DATE-COUNT = ZERO
             DISPLAY "NO OUTSTANDING BUSINESS DATES"
           ELSE
             DISPLAY WS-DATE-COUNT " OUTSTANDING BUSINESS DATE(S)"
           END-IF.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "CATCH-UP AHEAD OF " WS-BUSDATE " DATES "
             WS-DATE-COUNT " UNMAPPED " WS-UNMAPPED-COUNT
             DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           MOVE "INFO" TO WS-LOG-SEVERITY.

           IF WS-DATE-COUNT > WS-MAX-DATES
             DISPLAY "*** " WS-DATE-COUNT " DATES OUTSTANDING, MORE "
               "THAN THE " WS-MAX-DATES " ONE CATCH-UP MAY TAKE ON ***"
             MOVE "ERROR" TO WS-LOG-SEVERITY
             MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-UNMAPPED-COUNT NOT = ZERO
             DISPLAY "*** " WS-UNMAPPED-COUNT " FEED(S) HAVE NO "
               "GENERATION FOR THEIR DATE, CATCH-UP REFUSED ***"
             MOVE "ERROR" TO WS-LOG-SEVERITY
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.

           GOBACK.

           COPY FILEERR.

           COPY AOCLOGW.

       LOAD-TUNING.
           OPEN INPUT TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 35
             MOVE WS-TUNING-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-TUNING-RECORD UNTIL WS-TUNING-STATUS = 10
             CLOSE TUNING-FILE
           END-IF
           MOVE WS-FINAL-STEP-NUM TO WS-FINAL-STEP.
           DISPLAY "TUNING: MAX-DATES " WS-MAX-DATES
             " FINAL-STEP " WS-FINAL-STEP
       .
       READ-TUNING-RECORD.
           READ TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 10
             AND TUN-PROGRAM-ID = "AOCCATCH"
             AND TUN-VALUE NOT = ZERO
             IF TUN-KEYWORD = "MAX-DATES"
               IF TUN-VALUE > 60
                 DISPLAY "TUNING: MAX-DATES " TUN-VALUE
                   " EXCEEDS 60, DEFAULT KEPT"
               ELSE
                 MOVE TUN-VALUE TO WS-MAX-DATES
               END-IF
             END-IF
             IF TUN-KEYWORD = "FINAL-STEP"
               IF TUN-VALUE > 999
                 DISPLAY "TUNING: FINAL-STEP " TUN-VALUE
                   " IS NOT A STEP ID, DEFAULT KEPT"
               ELSE
                 MOVE TUN-VALUE TO WS-FINAL-STEP-NUM
               END-IF
             END-IF
           END-IF
       .
       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = 35
             MOVE WS-CALENDAR-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CALENDAR UNTIL WS-CALENDAR-STATUS = 10
             CLOSE CALENDAR-FILE
           END-IF
       .
       READ-CALENDAR.
           READ CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = 10
             IF WS-CAL-COUNT NOT < WS-MAX-CAL
               DISPLAY "TOO MANY CALENDAR RECORDS, LIMIT IS "
                 WS-MAX-CAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-CAL-COUNT
             SET CA TO WS-CAL-COUNT
             MOVE CAL-DATE TO CA-DATE(CA)
             MOVE CAL-BUSINESS-DAY TO CA-BUSINESS(CA)
             MOVE CAL-DESCRIPTION TO CA-DESCRIPTION(CA)
             MOVE CAL-DUE-LIST TO CA-DUE-LIST(CA)
           END-IF
       .
      *> RUN-CONTROL RECORDS ARE "DATE STEP PROGRAM RC=N" WITH THE
      *> DATE IN 1-8, THE STEP ID IN 10-12 AND THE CONDITION CODE
      *> FROM 23. ONLY A CLEAN FINAL STEP COUNTS: A DATE THAT STOPPED
      *> PART WAY IS STILL OUTSTANDING
       LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = 35
             MOVE WS-RUNCTL-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-RUNCTL UNTIL WS-RUNCTL-STATUS = 10
             CLOSE RUNCTL-FILE
           END-IF
       .
       READ-RUNCTL.
           READ RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = 10
             AND RUNCTL-RECORD(10:3) = WS-FINAL-STEP
             AND RUNCTL-RECORD(23:5) = "RC=0 "
             AND RUNCTL-RECORD(1:8) > WS-LAST-DONE-DATE
             MOVE RUNCTL-RECORD(1:8) TO WS-LAST-DONE-DATE
           END-IF
       .
      *> THE CATALOGUE IS APPEND-ONLY AND THE LAST RECORD PER
      *> BASE/GENERATION CARRIES ITS CURRENT ACCEPTANCE; THE FIRST
      *> CARRIES THE DATE IT WAS CATALOGUED. REFUSED CANDIDATES HAVE
      *> NO GENERATION AND ARE PASSED OVER
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
             AND GC-GENERATION(1:1) = "G"
             PERFORM NOTE-CATALOG-BASE
             MOVE 'N' TO WS-FOUND
             PERFORM FIND-GENERATION VARYING GX FROM 1 BY 1
               UNTIL GX > WS-GEN-COUNT OR WS-FOUND = 'Y'
             IF WS-FOUND = 'N'
               IF WS-GEN-COUNT NOT < WS-MAX-GENS
                 DISPLAY "TOO MANY CATALOGUED GENERATIONS, LIMIT IS "
                   WS-MAX-GENS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-GEN-COUNT
               SET GX TO WS-GEN-COUNT
               MOVE GC-BASE TO GT-BASE(GX)
               MOVE GC-GENERATION TO GT-GENERATION(GX)
               MOVE GC-CATALOG-STAMP(1:8) TO GT-CATALOG-DATE(GX)
             ELSE
               SET GX DOWN BY 1
             END-IF
             MOVE GC-ACCEPTANCE TO GT-ACCEPTANCE(GX)
           END-IF
       .
       FIND-GENERATION.
           IF GT-BASE(GX) = GC-BASE
             AND GT-GENERATION(GX) = GC-GENERATION
             MOVE 'Y' TO WS-FOUND
           END-IF
       .
       NOTE-CATALOG-BASE.
           MOVE 'N' TO WS-FOUND.
           PERFORM FIND-BASE VARYING BX FROM 1 BY 1
             UNTIL BX > WS-BASE-COUNT OR WS-FOUND = 'Y'.
           IF WS-FOUND = 'N'
             IF WS-BASE-COUNT NOT < WS-MAX-BASES
               DISPLAY "TOO MANY CATALOGUED FEED BASES, LIMIT IS "
                 WS-MAX-BASES
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-BASE-COUNT
             MOVE GC-BASE TO BT-BASE(WS-BASE-COUNT)
           END-IF
       .
       FIND-BASE.
           IF BT-BASE(BX) = GC-BASE
             MOVE 'Y' TO WS-FOUND
           END-IF
       .
      *> A BUSINESS DATE AFTER THE LAST CLEAN RUN AND BEFORE TONIGHT
      *> IS OUTSTANDING: PLAN IT, THEN EVERY BASE DUE ON IT
       PLAN-CALENDAR-DATE.
           IF CA-BUSINESS(CA) = 'Y'
             AND CA-DATE(CA) > WS-LAST-DONE-DATE
             AND CA-DATE(CA) < WS-BUSDATE
             ADD 1 TO WS-DATE-COUNT
             MOVE CA-DATE(CA) TO CP-BUSDATE
             MOVE SPACES TO CP-BASE
             MOVE SPACES TO CP-GENERATION
             MOVE SPACES TO CP-CATALOG-DATE
             MOVE CA-DESCRIPTION(CA) TO CP-DESCRIPTION
             WRITE CATCHUP-PLAN-RECORD
             DISPLAY " "
             DISPLAY "BUSINESS DATE " CA-DATE(CA) " "
               CA-DESCRIPTION(CA)
             PERFORM PLAN-BASE VARYING BX FROM 1 BY 1
               UNTIL BX > WS-BASE-COUNT
           END-IF
       .
      *> SAME DUE-LIST TEST THE STREAM APPLIES: BLANK MEANS EVERY BASE
      *> IS DUE, OTHERWISE THE BASE MUST BE NAMED IN IT
       PLAN-BASE.
           MOVE ZERO TO WS-BASE-LEN.
           INSPECT BT-BASE(BX) TALLYING WS-BASE-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-DUE-HITS.
           IF CA-DUE-LIST(CA) = SPACES
             MOVE 1 TO WS-DUE-HITS
           ELSE
             INSPECT CA-DUE-LIST(CA) TALLYING WS-DUE-HITS
               FOR ALL BT-BASE(BX)(1:WS-BASE-LEN)
           END-IF.
           IF WS-DUE-HITS = ZERO
             DISPLAY "  " BT-BASE(BX) " NOT DUE"
           ELSE
             MOVE SPACES TO WS-BEST-GEN
             MOVE SPACES TO WS-BEST-DATE
             PERFORM CHOOSE-GENERATION VARYING GX FROM 1 BY 1
               UNTIL GX > WS-GEN-COUNT
             IF WS-BEST-GEN = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "  " BT-BASE(BX) " NO PASSED GENERATION "
                 "CATALOGUED BY " CA-DATE(CA)
             ELSE
               MOVE CA-DATE(CA) TO CP-BUSDATE
               MOVE BT-BASE(BX) TO CP-BASE
               MOVE WS-BEST-GEN TO CP-GENERATION
               MOVE WS-BEST-DATE TO CP-CATALOG-DATE
               MOVE SPACES TO CP-DESCRIPTION
               WRITE CATCHUP-PLAN-RECORD
               DISPLAY "  " BT-BASE(BX) " " WS-BEST-GEN
                 " CATALOGUED " WS-BEST-DATE
             END-IF
           END-IF
       .
      *> GENERATION NAMES ARE FIXED WIDTH, SO THE HIGHEST NAME IS THE
      *> LATEST GENERATION
       CHOOSE-GENERATION.
           IF GT-BASE(GX) = BT-BASE(BX)
             AND GT-ACCEPTANCE(GX) = "PASSED"
             AND GT-CATALOG-DATE(GX) NOT > CA-DATE(CA)
             AND GT-GENERATION(GX) > WS-BEST-GEN
             MOVE GT-GENERATION(GX) TO WS-BEST-GEN
             MOVE GT-CATALOG-DATE(GX) TO WS-BEST-DATE
           END-IF
       .
       END PROGRAM AOCCATCH.
