      *****************************************************************
      * Shared paragraphs that post one adjustment record into the    *
      * right accounting period. LOAD-CLOSED-PERIODS once at startup  *
      * reads the ranges AOCCLOSE has frozen from PERIOD-BALANCES.DAT;*
      * then, with ADJUSTMENT-RECORD built and WS-POST-ORIG-RUN-ID    *
      * set, PERFORM POST-ADJUSTMENT-PERIOD just before the WRITE. A  *
      * posting date inside a closed period moves to the first open   *
      * date, and an adjustment correcting a run whose business date  *
      * (from the results master, else the run-id's own date) is in a *
      * closed period is marked a PRIOR-period adjustment against     *
      * that period, the original run-id kept. COPY PERPOSTW. into    *
      * the PROCEDURE DIVISION; needs COPY PERPOSTC. in               *
      * WORKING-STORAGE.                                              *
      *****************************************************************
       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = 35
             MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CLOSED-PERIOD UNTIL WS-PERIOD-STATUS = 10
             CLOSE PERIOD-FILE
           END-IF
           IF WS-LAST-CLOSED-TO NOT = SPACES
             MOVE WS-LAST-CLOSED-TO TO WS-POST-DATE-NUM
             COMPUTE WS-POST-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-POST-DATE-NUM) + 1)
             MOVE WS-POST-DATE-NUM TO WS-FIRST-OPEN-DATE
           END-IF
       .
       READ-CLOSED-PERIOD.
           READ PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = 10
             IF WS-CLOSED-COUNT = ZERO
               OR CP-PERIOD-ID(CP) NOT = PB-PERIOD-ID
               IF WS-CLOSED-COUNT NOT < WS-MAX-CLOSED
                 DISPLAY "TOO MANY CLOSED PERIODS, LIMIT IS "
                   WS-MAX-CLOSED
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-CLOSED-COUNT
               SET CP TO WS-CLOSED-COUNT
               MOVE PB-PERIOD-ID TO CP-PERIOD-ID(CP)
               MOVE PB-FROM-DATE TO CP-FROM-DATE(CP)
               MOVE PB-TO-DATE TO CP-TO-DATE(CP)
             END-IF
             IF PB-TO-DATE > WS-LAST-CLOSED-TO
               MOVE PB-TO-DATE TO WS-LAST-CLOSED-TO
             END-IF
           END-IF
       .
       POST-ADJUSTMENT-PERIOD.
           MOVE WS-POST-ORIG-RUN-ID TO ADJ-ORIG-RUN-ID
           MOVE SPACES TO ADJ-POSTING
           MOVE SPACES TO ADJ-ORIG-PERIOD
           IF WS-LAST-CLOSED-TO NOT = SPACES
             IF ADJ-RUN-DATE NOT > WS-LAST-CLOSED-TO
               MOVE WS-FIRST-OPEN-DATE TO ADJ-RUN-DATE
             END-IF
             IF WS-POST-ORIG-RUN-ID NOT = SPACES
               PERFORM FIND-ORIGINAL-RUN-DATE
               MOVE 'N' TO WS-CLOSED-FOUND
               PERFORM CHECK-CLOSED-PERIOD VARYING CP FROM 1 BY 1
                 UNTIL CP > WS-CLOSED-COUNT OR WS-CLOSED-FOUND = 'Y'
               IF WS-CLOSED-FOUND = 'Y'
                 SET CP DOWN BY 1
                 MOVE "PRIOR" TO ADJ-POSTING
                 MOVE CP-PERIOD-ID(CP) TO ADJ-ORIG-PERIOD
                 DISPLAY "RUN " WS-POST-ORIG-RUN-ID " IS IN CLOSED"
                   " PERIOD " CP-PERIOD-ID(CP) ", ADJUSTMENT POSTED"
                   " " ADJ-RUN-DATE " AS PRIOR-PERIOD"
               END-IF
             END-IF
           END-IF
       .
       FIND-ORIGINAL-RUN-DATE.
           MOVE WS-POST-ORIG-RUN-ID(1:8) TO WS-POST-ORIG-DATE
           OPEN INPUT RESULT-MASTER
           IF WS-MASTER-STATUS = 0
             MOVE ADJ-PROGRAM-ID TO RM-PROGRAM-ID
             MOVE WS-POST-ORIG-RUN-ID TO RM-RUN-ID
             READ RESULT-MASTER KEY IS RM-KEY
             IF WS-MASTER-STATUS = 0
               MOVE RM-RUN-DATE TO WS-POST-ORIG-DATE
             END-IF
             CLOSE RESULT-MASTER
           END-IF
       .
       CHECK-CLOSED-PERIOD.
           IF WS-POST-ORIG-DATE NOT < CP-FROM-DATE(CP)
             AND WS-POST-ORIG-DATE NOT > CP-TO-DATE(CP)
             MOVE 'Y' TO WS-CLOSED-FOUND
           END-IF
       .
