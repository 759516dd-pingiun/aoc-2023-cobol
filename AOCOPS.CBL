      * The report lands in AOC-OPS-REPORT.RPT and is echoed to the    *
      * job log.                                                       *
      *                                                                *
      * The results-certification state follows the transmission       *
      * status: tonight's run-id as AOCCERT graded it, and every       *
      * earlier run still HELD or OVERDUE with its extract unreleased, *
      * from RESULTS-CERTIFICATION.DAT.                                *
      *                                                                *
      * The report closes with the critical path through the job       *
      * network (JOB-NETWORK.DAT): from the last step to finish, back  *
      * through whichever predecessor finished last, using the step    *
      * timings in STEP-TIMING.DAT -- for the last full job before     *
      * this business date, then for tonight's steps so far.           *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -j AOCOPS.cbl                                        *
      *                                                                *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XSTATUS-STATUS.
           SELECT CERT-FILE
           ASSIGN TO "RESULTS-CERTIFICATION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
      *> RE-POINTED AT EACH PROGRAM'S OWN <PROG>-EXPECTED.DAT IN TURN
           SELECT EXPECTED-FILE
           ASSIGN TO "OPSEXP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT NETWORK-FILE
           ASSIGN TO "JOB-NETWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NETWORK-STATUS.
           SELECT TIMING-FILE
           ASSIGN TO "STEP-TIMING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TIMING-STATUS.
           SELECT REPORT-FILE
           ASSIGN TO "AOC-OPS-REPORT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           COPY AOCCAL.
       FD XSTATUS-FILE.
           COPY XTRSTAT.
       FD CERT-FILE.
           COPY CERTREC.
       FD EXPECTED-FILE.
           COPY EXPTOT.
       FD NETWORK-FILE.
           COPY JOBNET.
       FD TIMING-FILE.
           COPY STPTIME.
       FD REPORT-FILE.
       01  REPORT-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS    PIC 9(2).
       01  WS-CALENDAR-STATUS  PIC 9(2).
       01  WS-XSTATUS-STATUS   PIC 9(2).
       01  WS-CERT-STATUS      PIC 9(2).
       01  WS-EXPECTED-STATUS  PIC 9(2).
       01  WS-REPORT-STATUS    PIC 9(2).
       01  WS-NETWORK-STATUS   PIC 9(2).
       01  WS-TIMING-STATUS    PIC 9(2).
      *> THE PROGRAMS REPORTED, IN REGISTRY ORDER, WITH THE LATEST
      *> CONTROL AND RESULT RECORD SEEN FOR EACH (LAST WINS, BOTH
      *> FILES BEING APPENDED TO CHRONOLOGICALLY)
               10  XM-STATUS       PIC X(12).
       01  WS-XMIT-FOUND       PIC X.
       01  WS-XMIT-TROUBLE     PIC 9(4) VALUE ZERO.
      *> RESULTS-CERTIFICATION STATE, FOLDED DOWN LAST-WINS PER
      *> RUN-ID, SO A HELD RUN'S UNRELEASED EXTRACT IS ON THE REPORT
      *> EVERY MORNING UNTIL SOMEONE CERTIFIES IT
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-CERT-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-CERTS        PIC 9(4) VALUE 500.
       01  CERT-TABLE.
           05  CERT-ENTRY      OCCURS 500 TIMES INDEXED BY CE.
               10  CE-RUN-ID       PIC X(14).
               10  CE-BUSDATE      PIC X(8).
               10  CE-STATUS       PIC X(10).
               10  CE-USER         PIC X(8).
               10  CE-BASIS        PIC X(60).
       01  WS-CERT-FOUND       PIC X.
       01  WS-CERT-PRINTED     PIC 9(4) VALUE ZERO.
      *> STEP CONDITION CODE SLICED OUT OF A RUN-CONTROL RECORD
       01  WS-RC-POS           PIC 9(2).
       01  WS-RC-DIGIT         PIC 9(1).
       01  WS-RC-VALUE         PIC 9(3).
      *> THE JOB NETWORK: EACH STEP AND THE STEPS IT WAITS ON
       01  WS-NET-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-MAX-NET          PIC 9(4) VALUE 100.
       01  NET-TABLE.
           05  NET-ENTRY       OCCURS 100 TIMES INDEXED BY NW.
               10  NW-STEP         PIC X(3).
               10  NW-PREDECESSORS PIC X(40).
      *> ONE BUSINESS DATE'S STEP TIMINGS, LAST WINS PER STEP SO A
      *> RESTARTED STEP COUNTS BY THE RUN THAT COMPLETED IT
       01  WS-PATH-DATE        PIC X(8).
       01  WS-PRIOR-DATE       PIC X(8) VALUE SPACES.
       01  WS-TIME-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-TIMES        PIC 9(4) VALUE 100.
       01  TIME-TABLE.
           05  TIME-ENTRY      OCCURS 100 TIMES INDEXED BY TI.
               10  TI-STEP         PIC X(3).
               10  TI-PROGRAM-ID   PIC X(8).
               10  TI-START-STAMP  PIC X(14).
               10  TI-END-STAMP    PIC X(14).
               10  TI-ELAPSED-SECS PIC 9(6).
       01  WS-TIME-FOUND       PIC X.
      *> THE PATH, WALKED BACKWARDS FROM THE LAST STEP TO FINISH
       01  WS-PATH-COUNT       PIC 9(4) VALUE ZERO.
       01  PATH-TABLE.
           05  PATH-ENTRY      OCCURS 100 TIMES INDEXED BY PX.
               10  PT-TIME-ROW     PIC 9(4).
       01  WS-PATH-ROW         PIC S9(4).
       01  WS-CURRENT-ROW      PIC 9(4).
       01  WS-BEST-ROW         PIC 9(4).
       01  WS-BEST-END         PIC X(14).
       01  WS-CURRENT-PREDS    PIC X(40).
       01  WS-PRED-HITS        PIC 9(4).
       01  PATH-LINE.
           05  FILLER          PIC X(7) VALUE "  STEP ".
           05  PL-STEP         PIC X(3).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  PL-PROGRAM-ID   PIC X(8).
           05  FILLER          PIC X(7) VALUE " START ".
           05  PL-START        PIC X(8).
           05  FILLER          PIC X(6) VALUE "  END ".
           05  PL-END          PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  PL-ELAPSED      PIC ZZZZZ9.
           05  FILLER          PIC X(5) VALUE " SECS".
       01  WS-CLOCK.
           05  WS-CLOCK-HH     PIC X(2).
           05  FILLER          PIC X(1) VALUE ":".
           05  WS-CLOCK-MM     PIC X(2).
           05  FILLER          PIC X(1) VALUE ":".
           05  WS-CLOCK-SS     PIC X(2).
      *> KNOWN-ANSWER LOOKUP FOR THE REGRESSION COLUMN
       01  WS-EXPECTED-DSN     PIC X(40).
       01  WS-EXPECTED-TOTAL   PIC 9(9).
           IF WS-BUSDATE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSDATE
           END-IF.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".

           PERFORM LOAD-REGISTRY.
           PERFORM LOAD-CONTROLS.
           PERFORM PRINT-LINE.
           PERFORM PRINT-CALENDAR-STATUS.
           PERFORM PRINT-EXTRACT-STATUS.
           PERFORM PRINT-CERTIFICATION.
           PERFORM PRINT-CRITICAL-PATH.

           CLOSE REPORT-FILE.

             PERFORM PRINT-LINE
           END-IF
       .
      *> TONIGHT'S RUN AND EVERY RUN STILL HELD OR OVERDUE, EACH
      *> WITH THE BASIS IT WAS HELD OR CERTIFIED ON
       PRINT-CERTIFICATION.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = 35
             MOVE WS-CERT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM FOLD-CERT-RECORD
               UNTIL WS-CERT-STATUS = 10
             CLOSE CERT-FILE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "RESULTS CERTIFICATION" TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM PRINT-CERT-ENTRY VARYING CE FROM 1 BY 1
             UNTIL CE > WS-CERT-COUNT
           IF WS-CERT-PRINTED = ZERO
             MOVE "NO RUN HELD, NOTHING AWAITING CERTIFICATION"
               TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF
       .
       FOLD-CERT-RECORD.
           READ CERT-FILE
           IF WS-CERT-STATUS NOT = 10
             MOVE 'N' TO WS-CERT-FOUND
             PERFORM NOTE-CERT VARYING CE FROM 1 BY 1
               UNTIL CE > WS-CERT-COUNT OR WS-CERT-FOUND = 'Y'
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
               MOVE CR-STATUS TO CE-STATUS(CE)
               MOVE CR-USER TO CE-USER(CE)
               MOVE CR-BASIS TO CE-BASIS(CE)
             END-IF
           END-IF
       .
       NOTE-CERT.
           IF CE-RUN-ID(CE) = CR-RUN-ID
             MOVE 'Y' TO WS-CERT-FOUND
             MOVE CR-STATUS TO CE-STATUS(CE)
             MOVE CR-USER TO CE-USER(CE)
             MOVE CR-BASIS TO CE-BASIS(CE)
           END-IF
       .
       PRINT-CERT-ENTRY.
           IF CE-STATUS(CE) = "HELD"
             OR CE-STATUS(CE) = "OVERDUE"
             OR (CE-RUN-ID(CE) = WS-RUN-ID AND WS-RUN-ID NOT = SPACES)
             ADD 1 TO WS-CERT-PRINTED
             MOVE SPACES TO WS-PRINT-LINE
             STRING "RUN " CE-RUN-ID(CE)
               " BUSINESS DATE " CE-BUSDATE(CE)
               " " CE-STATUS(CE) " BY " CE-USER(CE)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM PRINT-LINE
             MOVE SPACES TO WS-PRINT-LINE
             STRING "    " CE-BASIS(CE)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM PRINT-LINE
           END-IF
       .
      *> THE CRITICAL PATH FOR THE LAST FULL JOB BEFORE THIS BUSINESS
      *> DATE (THE ONE THAT SET A JOB END TIME), THEN FOR TONIGHT'S
      *> STEPS SO FAR; NO NETWORK CATALOGUED IS SAID OUT LOUD
       PRINT-CRITICAL-PATH.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           OPEN INPUT NETWORK-FILE
           IF WS-NETWORK-STATUS = 35
             MOVE "NO JOB NETWORK CATALOGUED, NO CRITICAL PATH"
               TO WS-PRINT-LINE
             PERFORM PRINT-LINE
           ELSE
             MOVE WS-NETWORK-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-NETWORK UNTIL WS-NETWORK-STATUS = 10
             CLOSE NETWORK-FILE
             OPEN INPUT TIMING-FILE
             IF WS-TIMING-STATUS NOT = 35
               MOVE WS-TIMING-STATUS TO WS-FILE-STATUS
               PERFORM ABORT-ON-FILE-ERROR
               PERFORM FIND-PRIOR-DATE UNTIL WS-TIMING-STATUS = 10
               CLOSE TIMING-FILE
             END-IF
             IF WS-PRIOR-DATE NOT = SPACES
               MOVE WS-PRIOR-DATE TO WS-PATH-DATE
               PERFORM TRACE-CRITICAL-PATH
             END-IF
             MOVE WS-BUSDATE TO WS-PATH-DATE
             PERFORM TRACE-CRITICAL-PATH
           END-IF
       .
       READ-NETWORK.
           READ NETWORK-FILE
           IF WS-NETWORK-STATUS NOT = 10
             IF WS-NET-COUNT NOT < WS-MAX-NET
               DISPLAY "TOO MANY JOB NETWORK STEPS, LIMIT IS "
                 WS-MAX-NET
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-NET-COUNT
             SET NW TO WS-NET-COUNT
             MOVE JN-STEP TO NW-STEP(NW)
             MOVE JN-PREDECESSORS TO NW-PREDECESSORS(NW)
           END-IF
       .
       FIND-PRIOR-DATE.
           READ TIMING-FILE
           IF WS-TIMING-STATUS NOT = 10
             AND ST-BUSDATE < WS-BUSDATE
             AND ST-BUSDATE > WS-PRIOR-DATE
             MOVE ST-BUSDATE TO WS-PRIOR-DATE
           END-IF
       .
       TRACE-CRITICAL-PATH.
           MOVE ZERO TO WS-TIME-COUNT
           OPEN INPUT TIMING-FILE
           IF WS-TIMING-STATUS NOT = 35
             MOVE WS-TIMING-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM LOAD-PATH-TIMING UNTIL WS-TIMING-STATUS = 10
             CLOSE TIMING-FILE
           END-IF
           IF WS-TIME-COUNT = ZERO
             MOVE SPACES TO WS-PRINT-LINE
             STRING "CRITICAL PATH: NO STEP TIMINGS FOR "
               WS-PATH-DATE DELIMITED BY SIZE INTO WS-PRINT-LINE
             PERFORM PRINT-LINE
           ELSE
             MOVE ZERO TO WS-BEST-ROW
             MOVE LOW-VALUES TO WS-BEST-END
             PERFORM FIND-LAST-FINISHER VARYING TI FROM 1 BY 1
               UNTIL TI > WS-TIME-COUNT
             MOVE 1 TO WS-PATH-COUNT
             MOVE WS-BEST-ROW TO PT-TIME-ROW(1)
             MOVE WS-BEST-ROW TO WS-CURRENT-ROW
             PERFORM WALK-BACK-ONE-STEP
               UNTIL WS-BEST-ROW = ZERO
                 OR WS-PATH-COUNT NOT < 100
             PERFORM PRINT-PATH-HEADING
             PERFORM PRINT-PATH-STEP VARYING WS-PATH-ROW
               FROM WS-PATH-COUNT BY -1 UNTIL WS-PATH-ROW < 1
           END-IF
       .
       LOAD-PATH-TIMING.
           READ TIMING-FILE
           IF WS-TIMING-STATUS NOT = 10
             AND ST-BUSDATE = WS-PATH-DATE
             MOVE 'N' TO WS-TIME-FOUND
             PERFORM NOTE-PATH-TIMING VARYING TI FROM 1 BY 1
               UNTIL TI > WS-TIME-COUNT OR WS-TIME-FOUND = 'Y'
             IF WS-TIME-FOUND = 'N'
               IF WS-TIME-COUNT NOT < WS-MAX-TIMES
                 DISPLAY "TOO MANY STEP TIMINGS, LIMIT IS "
                   WS-MAX-TIMES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-TIME-COUNT
               SET TI TO WS-TIME-COUNT
             ELSE
               SET TI DOWN BY 1
             END-IF
             MOVE ST-STEP(1:3) TO TI-STEP(TI)
             MOVE ST-PROGRAM-ID TO TI-PROGRAM-ID(TI)
             MOVE ST-START-STAMP TO TI-START-STAMP(TI)
             MOVE ST-END-STAMP TO TI-END-STAMP(TI)
             MOVE ST-ELAPSED-SECS TO TI-ELAPSED-SECS(TI)
           END-IF
       .
       NOTE-PATH-TIMING.
           IF TI-STEP(TI) = ST-STEP(1:3)
             MOVE 'Y' TO WS-TIME-FOUND
           END-IF
       .
       FIND-LAST-FINISHER.
           IF TI-END-STAMP(TI) > WS-BEST-END
             MOVE TI-END-STAMP(TI) TO WS-BEST-END
             SET WS-BEST-ROW TO TI
           END-IF
       .
      *> OF THE CURRENT STEP'S NETWORK PREDECESSORS THAT RAN ON THE
      *> DATE, THE ONE THAT FINISHED LAST IS THE ONE IT WAITED FOR
       WALK-BACK-ONE-STEP.
           MOVE SPACES TO WS-CURRENT-PREDS
           PERFORM FIND-NETWORK-STEP VARYING NW FROM 1 BY 1
             UNTIL NW > WS-NET-COUNT
           MOVE ZERO TO WS-BEST-ROW
           MOVE LOW-VALUES TO WS-BEST-END
           IF WS-CURRENT-PREDS NOT = SPACES
             PERFORM CHECK-PREDECESSOR VARYING TI FROM 1 BY 1
               UNTIL TI > WS-TIME-COUNT
           END-IF
           IF WS-BEST-ROW NOT = ZERO
             ADD 1 TO WS-PATH-COUNT
             MOVE WS-BEST-ROW TO PT-TIME-ROW(WS-PATH-COUNT)
             MOVE WS-BEST-ROW TO WS-CURRENT-ROW
           END-IF
       .
       FIND-NETWORK-STEP.
           IF NW-STEP(NW) = TI-STEP(WS-CURRENT-ROW)
             MOVE NW-PREDECESSORS(NW) TO WS-CURRENT-PREDS
           END-IF
       .
       CHECK-PREDECESSOR.
           MOVE ZERO TO WS-PRED-HITS
           INSPECT WS-CURRENT-PREDS TALLYING WS-PRED-HITS
             FOR ALL TI-STEP(TI)
           IF WS-PRED-HITS NOT = ZERO
             AND TI-END-STAMP(TI) > WS-BEST-END
             MOVE TI-END-STAMP(TI) TO WS-BEST-END
             SET WS-BEST-ROW TO TI
           END-IF
       .
       PRINT-PATH-HEADING.
           MOVE PT-TIME-ROW(1) TO WS-CURRENT-ROW
           MOVE TI-END-STAMP(WS-CURRENT-ROW)(9:2) TO WS-CLOCK-HH
           MOVE TI-END-STAMP(WS-CURRENT-ROW)(11:2) TO WS-CLOCK-MM
           MOVE TI-END-STAMP(WS-CURRENT-ROW)(13:2) TO WS-CLOCK-SS
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PATH-DATE = WS-BUSDATE
             STRING "CRITICAL PATH SO FAR FOR " WS-PATH-DATE
               ", LAST STEP ENDED " WS-CLOCK
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
             STRING "CRITICAL PATH FOR " WS-PATH-DATE
               ", JOB END " WS-CLOCK
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE
       .
       PRINT-PATH-STEP.
           MOVE PT-TIME-ROW(WS-PATH-ROW) TO WS-CURRENT-ROW
           MOVE TI-STEP(WS-CURRENT-ROW) TO PL-STEP
           MOVE TI-PROGRAM-ID(WS-CURRENT-ROW) TO PL-PROGRAM-ID
           MOVE TI-START-STAMP(WS-CURRENT-ROW)(9:2) TO WS-CLOCK-HH
           MOVE TI-START-STAMP(WS-CURRENT-ROW)(11:2) TO WS-CLOCK-MM
           MOVE TI-START-STAMP(WS-CURRENT-ROW)(13:2) TO WS-CLOCK-SS
           MOVE WS-CLOCK TO PL-START
           MOVE TI-END-STAMP(WS-CURRENT-ROW)(9:2) TO WS-CLOCK-HH
           MOVE TI-END-STAMP(WS-CURRENT-ROW)(11:2) TO WS-CLOCK-MM
           MOVE TI-END-STAMP(WS-CURRENT-ROW)(13:2) TO WS-CLOCK-SS
           MOVE WS-CLOCK TO PL-END
           MOVE TI-ELAPSED-SECS(WS-CURRENT-ROW) TO PL-ELAPSED
           MOVE PATH-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE
       .
      *> WRITE ONE REPORT LINE, BREAKING TO A NEW PAGE WITH HEADINGS
      *> WHEN THE CURRENT PAGE IS FULL; EVERY LINE IS ALSO ECHOED TO
      *> THE JOB LOG
