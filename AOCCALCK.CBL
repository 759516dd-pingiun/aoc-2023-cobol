      *     detected instead of silently jumped over                   *
      *                                                                *
      * Every refusal ends RC=8 and names the operator override:       *
      * CALOVERRIDE=Y runs the date anyway (and says so on the log),   *
      * provided the user id the stream runs under holds a             *
      * CALOVERRIDE grant in OPERATOR-AUTH.DAT (AOCAUTHW.CPY); an      *
      * override without one is refused RC=8 and logged SECURITY.      *
      * No processing calendar catalogued means no gate, same as       *
      * before the calendar existed.                                   *
      *                                                                *
      * A date inside an accounting period AOCCLOSE has closed         *
      * (PERIOD-BALANCES.DAT) is refused RC=8 whether or not a         *
      * calendar is catalogued, and CALOVERRIDE=Y does not lift it:    *
      * running it would post results into frozen balances.            *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -j AOCCALCK.cbl                                      *
      *                                                                *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PERIOD-FILE
           ASSIGN TO "PERIOD-BALANCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
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
       FD CALENDAR-FILE.
           COPY AOCCAL.
       FD RUNCTL-FILE.
       01  RUNCTL-RECORD       PIC X(80).
       FD PERIOD-FILE.
           COPY PERBAL.
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
       01  WS-CALENDAR-STATUS  PIC 9(2).
       01  WS-RUNCTL-STATUS    PIC 9(2).
       01  WS-PERIOD-STATUS    PIC 9(2).
      *> THE CLOSED ACCOUNTING PERIOD THE REQUESTED DATE FALLS IN
       01  WS-CLOSED-PERIOD-ID PIC X(6) VALUE SPACES.
       01  WS-BUSDATE          PIC X(8) VALUE SPACES.
       01  WS-OVERRIDE         PIC X VALUE SPACE.
      *> THE CALENDAR, HELD IN CATALOGUE (I.E. DATE) ORDER
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCCALCK" TO WS-LOG-PROGRAM.
           ACCEPT WS-BUSDATE FROM ENVIRONMENT "BUSDATE".
           IF WS-BUSDATE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSDATE
           END-IF.
           ACCEPT WS-OVERRIDE FROM ENVIRONMENT "CALOVERRIDE".

      *> A CLOSED PERIOD IS FROZEN: NO OVERRIDE, CALENDAR OR NOT
           PERFORM CHECK-CLOSED-PERIOD.
           IF WS-CLOSED-PERIOD-ID NOT = SPACES
             DISPLAY "*** DATE " WS-BUSDATE " IS IN CLOSED ACCOUNTING "
               "PERIOD " WS-CLOSED-PERIOD-ID " ***"
             DISPLAY "CLOSED PERIODS CANNOT BE RERUN; CALOVERRIDE "
               "DOES NOT APPLY"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOAD-CALENDAR.
           IF WS-CAL-COUNT = ZERO
             DISPLAY "NO PROCESSING CALENDAR CATALOGUED, GATE OPEN"

           IF WS-REFUSED = 'Y'
             IF WS-OVERRIDE = 'Y'
               MOVE "CALOVERRIDE" TO WS-AUTH-FUNCTION
               PERFORM CHECK-AUTHORIZATION
               DISPLAY "OPERATOR OVERRIDE CALOVERRIDE=Y IN EFFECT, "
                 "RUNNING " WS-BUSDATE " ANYWAY"
             ELSE
           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY AOCAUTHW.

       CHECK-CLOSED-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = 35
             MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-PERIOD UNTIL WS-PERIOD-STATUS = 10
             CLOSE PERIOD-FILE
           END-IF
       .
       READ-PERIOD.
           READ PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = 10
             AND WS-BUSDATE NOT < PB-FROM-DATE
             AND WS-BUSDATE NOT > PB-TO-DATE
             MOVE PB-PERIOD-ID TO WS-CLOSED-PERIOD-ID
           END-IF
       .

       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-MISSED-COUNT NOT = ZERO
             DISPLAY WS-MISSED-COUNT " BUSINESS DATE(S) NEVER RAN -- "
               "DATE " WS-BUSDATE " IS OUT OF SEQUENCE"
             DISPLAY "CATCHUP-RUN.sh RUNS THEM IN ORDER AHEAD OF "
               WS-BUSDATE
             MOVE 'Y' TO WS-REFUSED
           END-IF.
       .
