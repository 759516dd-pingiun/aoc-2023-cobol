      ******************************************************************
      * Advent of Code 2023 Day 7, part B                              *
      *                                                                *
      * Reads the same Camel Cards feed as DAY7A under the joker       *
      * rule: J is now a joker, the weakest card when breaking ties    *
      * but standing in for whichever label makes the hand's type as   *
      * strong as possible. The hands are ranked weakest first by type *
      * and then card by card from the left, and TOTAL is the sum of   *
      * every hand's rank times its bid. Each hand's joker-adjusted    *
      * type, final rank and winnings are appended to the              *
      * DAY7B-HANDS.DAT detail extract so a wrong total is traceable   *
      * to the hand that produced it.                                  *
      *                                                                *
      * Lines that are not a five-card hand, a space and a numeric bid *
      * are rejected to DAY7B-REJECT.DAT and fail the step, same       *
      * discipline as the DAY5A almanac feed.                          *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -j DAY7B.cbl                                         *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY7B.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE
           ASSIGN TO "DAY7.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT AOC-RESULTS-FILE
           ASSIGN TO "AOC-RESULTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.
           SELECT HANDS-FILE
           ASSIGN TO "DAY7B-HANDS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HANDS-STATUS.
           SELECT REJECT-FILE
           ASSIGN TO "DAY7B-REJECT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.
           SELECT CONTROL-TOTAL-FILE
           ASSIGN TO "CONTROL-TOTALS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
           SELECT EXPECTED-FILE
           ASSIGN TO "DAY7B-EXPECTED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE
           RECORD VARYING FROM 1 TO 80 CHARACTERS.
       01  IN-RECORD           PIC X(80).
       FD AOC-RESULTS-FILE.
           COPY AOCRES.
       FD HANDS-FILE.
           COPY DAY7HND.
           COPY AOCTRLR.
       FD REJECT-FILE.
           COPY REJREC.
       FD CONTROL-TOTAL-FILE.
           COPY CTLTOT.
       FD EXPECTED-FILE.
           COPY EXPTOT.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY AOCLOGC.
           COPY FILESTAT.
      *> RUN CORRELATION KEY AND CONSUMED INPUT GENERATION, PASSED
      *> DOWN BY THE DRIVING JOB STREAM AND STAMPED INTO EVERY
      *> OUTPUT RECORD; BLANK WHEN THE PROGRAM IS RUN STANDALONE
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-INPUT-GEN        PIC X(5) VALUE SPACES.
       01  WS-RESULTS-STATUS   PIC 9(2).
       01  WS-HANDS-STATUS     PIC 9(2).
       01  WS-REJECT-STATUS    PIC 9(2).
       01  WS-CONTROL-STATUS   PIC 9(2).
       01  WS-EXPECTED-STATUS  PIC 9(2).
       01  WS-RECORDS-READ     PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-ACCEPTED PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-REJECTED PIC 9(9) VALUE ZERO.
      *> KNOWN-ANSWER REGRESSION CHECK, CATALOGUED VIA NEWEXP.SH ONCE
      *> A GIVEN DAY'S TOTAL HAS BEEN CONFIRMED CORRECT
       01  WS-EXPECTED-TOTAL   PIC 9(9).
       01  WS-HAVE-EXPECTED    PIC X VALUE 'N'.
       01  WS-HAVE-EXACT-GEN   PIC X VALUE 'N'.
       01  TOTAL               PIC 9(9) VALUE ZERO.
      *> THIS RUN'S DETAIL CENSUS FOR THE IN-BAND INTEGRITY TRAILER
       01  WS-TRAILER-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-HASH     PIC 9(12) VALUE ZERO.
      *> WINNINGS ARE SUMMED IN TWELVE DIGITS SO A FEED THAT OUTGROWS
      *> THE SUITE-WIDE 9-DIGIT TOTAL FAILS LOUDLY INSTEAD OF
      *> TRUNCATING
       01  WS-TOTAL-WINNINGS   PIC 9(12) VALUE ZERO.
       01  WS-WINNINGS         PIC 9(12).
      *> CARD LABELS WEAKEST FIRST: A LABEL'S POSITION IN THIS LIST IS
      *> ITS TIE-BREAK STRENGTH; THE JOKER SITS BELOW THE 2
       01  WS-CARD-ORDER       PIC X(13) VALUE "J23456789TQKA".
      *> THE SEVEN HAND TYPES, WEAKEST FIRST, BY TYPE CODE
       01  TYPE-NAME-VALUES.
           05  FILLER          PIC X(15) VALUE "HIGH CARD".
           05  FILLER          PIC X(15) VALUE "ONE PAIR".
           05  FILLER          PIC X(15) VALUE "TWO PAIR".
           05  FILLER          PIC X(15) VALUE "THREE OF A KIND".
           05  FILLER          PIC X(15) VALUE "FULL HOUSE".
           05  FILLER          PIC X(15) VALUE "FOUR OF A KIND".
           05  FILLER          PIC X(15) VALUE "FIVE OF A KIND".
       01  TYPE-NAME-TABLE REDEFINES TYPE-NAME-VALUES.
           05  WS-TYPE-NAME    OCCURS 7 TIMES PIC X(15).
      *> EVERY ACCEPTED HAND, SORTED ON ITS RANKING KEY ONCE THE FEED
      *> IS READ: TYPE CODE FIRST, THEN THE FIVE CARD STRENGTHS LEFT
      *> TO RIGHT, SO TABLE ORDER AFTER THE SORT IS FINAL RANK ORDER
       01  WS-HAND-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-MAX-HANDS        PIC 9(5) VALUE 5000.
       01  HAND-TABLE.
           05  HAND-ENTRY      OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-HAND-COUNT
                               INDEXED BY HN.
               10  HN-SORT-KEY.
                   15  HN-TYPE-CODE      PIC 9(1).
                   15  HN-STRENGTH       OCCURS 5 TIMES PIC 9(2).
               10  HN-HAND     PIC X(5).
               10  HN-BID      PIC 9(6).
      *> THE LINE BEING EDITED
       01  WS-LINE-LENGTH      PIC 9(3).
       01  WS-BID-LENGTH       PIC 9(3).
       01  WS-LINE-OK          PIC X.
       01  WS-PARSE-POS        PIC 9(3).
       01  WS-PARSE-DIGIT      PIC 9(1).
       01  WS-BID              PIC 9(6).
      *> THE CURRENT HAND'S CARDS, THEIR STRENGTHS AND THE LABEL
      *> CENSUS ITS TYPE IS CLASSIFIED FROM
       01  WS-CARD             PIC 9(1).
       01  WS-CARD-LABEL       PIC X.
       01  WS-STRENGTH         PIC 9(2).
       01  CARD-STRENGTH-TABLE.
           05  WS-CARD-STRENGTH OCCURS 5 TIMES PIC 9(2).
       01  LABEL-COUNT-TABLE.
           05  WS-LABEL-COUNT  OCCURS 13 TIMES PIC 9(1).
       01  WS-LABEL            PIC 9(2).
       01  WS-HIGH-COUNT       PIC 9(1).
       01  WS-NEXT-COUNT       PIC 9(1).
       01  WS-JOKER-COUNT      PIC 9(1).
       01  WS-TYPE-CODE        PIC 9(1).
       01  WS-RANK             PIC 9(5).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-ID.
           MOVE "DAY7B" TO WS-LOG-PROGRAM.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           MOVE "RUN STARTED" TO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.
           PERFORM LOAD-EXPECTED.

           OPEN INPUT IN-FILE.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM PARSE-LINE UNTIL WS-FILE-STATUS = 10.
           CLOSE IN-FILE.

           IF WS-HAND-COUNT = ZERO
             DISPLAY "*** CAMEL CARDS FEED HAS NO VALID HANDS ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           SORT HAND-ENTRY ASCENDING HN-SORT-KEY.
           PERFORM SCORE-ONE-HAND VARYING HN FROM 1 BY 1
             UNTIL HN > WS-HAND-COUNT.
           PERFORM WRITE-HANDS-TRAILER.

           IF WS-TOTAL-WINNINGS > 999999999
             DISPLAY "*** TOTAL WINNINGS " WS-TOTAL-WINNINGS
               " EXCEED THE 9-DIGIT RESULTS LAYOUT ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-TOTAL-WINNINGS TO TOTAL.

           DISPLAY TOTAL.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "TOTAL " TOTAL DELIMITED BY SIZE
             INTO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.
           PERFORM WRITE-RESULT.
           PERFORM WRITE-CONTROL-TOTAL.
           PERFORM CHECK-REGRESSION.

           IF WS-RECORDS-REJECTED NOT = ZERO
             DISPLAY "*** CAMEL CARDS FEED REJECTED LINES, "
               "SEE DAY7B-REJECT.DAT ***"
             MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

           COPY FILEERR.

           COPY AOCLOGW.

      *> IF A KNOWN-GOOD ANSWER HAS BEEN CATALOGUED FOR THIS PROGRAM,
      *> LOAD IT SO THE COMPUTED TOTAL CAN BE CHECKED AGAINST IT; NO
      *> EXPECTED-ANSWER FILE YET IS NOT AN ERROR, JUST NO CHECK
       LOAD-EXPECTED.
           OPEN INPUT EXPECTED-FILE.
           IF WS-EXPECTED-STATUS = 0
             PERFORM READ-EXPECTED
               UNTIL WS-EXPECTED-STATUS NOT = 0
             CLOSE EXPECTED-FILE
           END-IF
       .
      *> THE ANSWER CHECKED IS THE ONE CATALOGUED FOR THE INPUT
      *> GENERATION THIS RUN CONSUMED; A RECORD WITH A BLANK
      *> GENERATION (THE OLD SINGLE-ANSWER CONVENTION) ONLY APPLIES
      *> WHEN NO GENERATION-EXACT ANSWER IS ON FILE
       READ-EXPECTED.
           READ EXPECTED-FILE.
           IF WS-EXPECTED-STATUS = 0
             IF EXP-INPUT-GEN = WS-INPUT-GEN
               MOVE EXP-TOTAL TO WS-EXPECTED-TOTAL
               MOVE 'Y' TO WS-HAVE-EXPECTED
               MOVE 'Y' TO WS-HAVE-EXACT-GEN
             ELSE
               IF EXP-INPUT-GEN = SPACES
                 AND WS-HAVE-EXACT-GEN = 'N'
                 MOVE EXP-TOTAL TO WS-EXPECTED-TOTAL
                 MOVE 'Y' TO WS-HAVE-EXPECTED
               END-IF
             END-IF
           END-IF
       .
      *> FLAG A MISMATCH AGAINST THE KNOWN-GOOD ANSWER LOUDLY AND FAIL
      *> THE STEP INSTEAD OF LEAVING IT TO BE NOTICED BY EYE
       CHECK-REGRESSION.
           IF WS-HAVE-EXPECTED = 'Y' AND TOTAL NOT = WS-EXPECTED-TOTAL
             DISPLAY "*** REGRESSION: TOTAL " TOTAL
               " DOES NOT MATCH EXPECTED " WS-EXPECTED-TOTAL " ***"
             MOVE "ERROR" TO WS-LOG-SEVERITY
             MOVE SPACES TO WS-LOG-MESSAGE
             STRING "REGRESSION: TOTAL " TOTAL
               " EXPECTED " WS-EXPECTED-TOTAL
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
             PERFORM WRITE-RUN-LOG
             MOVE 8 TO RETURN-CODE
           END-IF
       .
      *> APPEND A RESULTS RECORD FOR THIS RUN TO AOC-RESULTS.DAT
       WRITE-RESULT.
           OPEN EXTEND AOC-RESULTS-FILE.
           IF WS-RESULTS-STATUS = 35
             OPEN OUTPUT AOC-RESULTS-FILE
           END-IF
           MOVE "DAY7B" TO AR-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AR-RUN-DATE
           MOVE TOTAL TO AR-TOTAL
           MOVE WS-RUN-ID TO AR-RUN-ID
           MOVE WS-INPUT-GEN TO AR-INPUT-GEN
           WRITE AOC-RESULT-RECORD
           CLOSE AOC-RESULTS-FILE
       .
      *> APPEND THIS RUN'S RECORD COUNTS TO CONTROL-TOTALS.DAT SO IT
      *> CAN BE BALANCED AGAINST THE SOURCE FEED
       WRITE-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTAL-FILE.
           IF WS-CONTROL-STATUS = 35
             OPEN OUTPUT CONTROL-TOTAL-FILE
           END-IF
           MOVE "DAY7B" TO CT-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CT-RUN-DATE
           MOVE WS-RECORDS-READ TO CT-RECORDS-READ
           MOVE WS-RECORDS-ACCEPTED TO CT-RECORDS-ACCEPTED
           MOVE WS-RECORDS-REJECTED TO CT-RECORDS-REJECTED
           MOVE WS-RUN-ID TO CT-RUN-ID
           MOVE WS-INPUT-GEN TO CT-INPUT-GEN
           WRITE CONTROL-TOTAL-RECORD
           CLOSE CONTROL-TOTAL-FILE
       .
      *> EDIT ONE "HAND BID" LINE; A LINE THAT PASSES IS CLASSIFIED
      *> AND FILED IN THE HAND TABLE, ANYTHING ELSE REJECTS
       PARSE-LINE.
           READ IN-FILE.
           IF WS-FILE-STATUS NOT = 10
             ADD 1 TO WS-RECORDS-READ
             PERFORM MEASURE-LINE
             PERFORM EDIT-HAND-LINE
             IF WS-LINE-OK = 'Y'
               PERFORM CLASSIFY-HAND
               PERFORM FILE-HAND
               ADD 1 TO WS-RECORDS-ACCEPTED
             ELSE
               PERFORM REJECT-LINE
             END-IF
           END-IF
       .
       MEASURE-LINE.
           PERFORM VARYING WS-LINE-LENGTH FROM 80 BY -1
             UNTIL WS-LINE-LENGTH < 1
               OR IN-RECORD(WS-LINE-LENGTH:1) NOT = SPACE
             CONTINUE
           END-PERFORM
       .
      *> A HAND LINE IS FIVE CARD LABELS, ONE SPACE, AND A BID OF ONE
      *> TO SIX DIGITS; THE CARD STRENGTHS AND LABEL CENSUS ARE TAKEN
      *> ON THE WAY THROUGH
       EDIT-HAND-LINE.
           MOVE 'Y' TO WS-LINE-OK
           COMPUTE WS-BID-LENGTH = WS-LINE-LENGTH - 6
           EVALUATE TRUE
             WHEN WS-LINE-LENGTH < 7
               MOVE 'N' TO WS-LINE-OK
               MOVE "SHORT LINE, NO HAND AND BID" TO RJ-REASON
             WHEN IN-RECORD(6:1) NOT = SPACE
               MOVE 'N' TO WS-LINE-OK
               MOVE "NO SPACE AFTER FIVE-CARD HAND" TO RJ-REASON
             WHEN WS-BID-LENGTH > 6
               MOVE 'N' TO WS-LINE-OK
               MOVE "BID IS MORE THAN 6 DIGITS" TO RJ-REASON
             WHEN IN-RECORD(7:WS-BID-LENGTH) IS NOT NUMERIC
               MOVE 'N' TO WS-LINE-OK
               MOVE "BID IS NOT NUMERIC" TO RJ-REASON
             WHEN OTHER
               MOVE ZERO TO LABEL-COUNT-TABLE
               PERFORM EDIT-CARD VARYING WS-CARD FROM 1 BY 1
                 UNTIL WS-CARD > 5
               IF WS-LINE-OK = 'N'
                 MOVE "HAND HAS A NON-CARD LABEL" TO RJ-REASON
               END-IF
           END-EVALUATE
       .
       EDIT-CARD.
           MOVE IN-RECORD(WS-CARD:1) TO WS-CARD-LABEL
           PERFORM FIND-CARD-STRENGTH
           IF WS-STRENGTH > 13
             MOVE 'N' TO WS-LINE-OK
           ELSE
             MOVE WS-STRENGTH TO WS-CARD-STRENGTH(WS-CARD)
             ADD 1 TO WS-LABEL-COUNT(WS-STRENGTH)
           END-IF
       .
      *> LOCATE THE LABEL IN THE STRENGTH ORDER; PAST 13 MEANS IT IS
      *> NOT A CARD LABEL AT ALL
       FIND-CARD-STRENGTH.
           PERFORM VARYING WS-STRENGTH FROM 1 BY 1
             UNTIL WS-STRENGTH > 13
               OR WS-CARD-ORDER(WS-STRENGTH:1) = WS-CARD-LABEL
             CONTINUE
           END-PERFORM
       .
      *> THE TYPE FALLS OUT OF THE TWO LARGEST LABEL COUNTS: FIVE,
      *> FOUR, THREE-AND-TWO, THREE, TWO-AND-TWO, TWO, OR NOTHING.
      *> THE JOKERS ARE SET ASIDE FIRST AND THEN ALL JOIN THE LARGEST
      *> GROUP OF REAL LABELS, WHICH IS ALWAYS THE STRONGEST USE OF
      *> THEM; FIVE JOKERS ARE FIVE OF A KIND
       CLASSIFY-HAND.
           MOVE ZERO TO WS-HIGH-COUNT
           MOVE ZERO TO WS-NEXT-COUNT
           MOVE WS-LABEL-COUNT(1) TO WS-JOKER-COUNT
           MOVE ZERO TO WS-LABEL-COUNT(1)
           PERFORM RANK-LABEL-COUNT VARYING WS-LABEL FROM 1 BY 1
             UNTIL WS-LABEL > 13
           ADD WS-JOKER-COUNT TO WS-HIGH-COUNT
           PERFORM SET-TYPE-CODE
       .
       RANK-LABEL-COUNT.
           IF WS-LABEL-COUNT(WS-LABEL) > WS-HIGH-COUNT
             MOVE WS-HIGH-COUNT TO WS-NEXT-COUNT
             MOVE WS-LABEL-COUNT(WS-LABEL) TO WS-HIGH-COUNT
           ELSE
             IF WS-LABEL-COUNT(WS-LABEL) > WS-NEXT-COUNT
               MOVE WS-LABEL-COUNT(WS-LABEL) TO WS-NEXT-COUNT
             END-IF
           END-IF
       .
       SET-TYPE-CODE.
           EVALUATE TRUE
             WHEN WS-HIGH-COUNT = 5
               MOVE 7 TO WS-TYPE-CODE
             WHEN WS-HIGH-COUNT = 4
               MOVE 6 TO WS-TYPE-CODE
             WHEN WS-HIGH-COUNT = 3 AND WS-NEXT-COUNT = 2
               MOVE 5 TO WS-TYPE-CODE
             WHEN WS-HIGH-COUNT = 3
               MOVE 4 TO WS-TYPE-CODE
             WHEN WS-HIGH-COUNT = 2 AND WS-NEXT-COUNT = 2
               MOVE 3 TO WS-TYPE-CODE
             WHEN WS-HIGH-COUNT = 2
               MOVE 2 TO WS-TYPE-CODE
             WHEN OTHER
               MOVE 1 TO WS-TYPE-CODE
           END-EVALUATE
       .
      *> FILE THE HAND UNDER ITS RANKING KEY WITH ITS BID
       FILE-HAND.
           IF WS-HAND-COUNT NOT < WS-MAX-HANDS
             DISPLAY "TOO MANY HANDS, LIMIT IS " WS-MAX-HANDS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE ZERO TO WS-BID
           PERFORM ACCUMULATE-BID-DIGIT VARYING WS-PARSE-POS
             FROM 7 BY 1 UNTIL WS-PARSE-POS > WS-LINE-LENGTH
           ADD 1 TO WS-HAND-COUNT
           SET HN TO WS-HAND-COUNT
           MOVE WS-TYPE-CODE TO HN-TYPE-CODE(HN)
           PERFORM FILE-CARD-STRENGTH VARYING WS-CARD FROM 1 BY 1
             UNTIL WS-CARD > 5
           MOVE IN-RECORD(1:5) TO HN-HAND(HN)
           MOVE WS-BID TO HN-BID(HN)
       .
       ACCUMULATE-BID-DIGIT.
           MOVE IN-RECORD(WS-PARSE-POS:1) TO WS-PARSE-DIGIT
           COMPUTE WS-BID = WS-BID * 10 + WS-PARSE-DIGIT
       .
       FILE-CARD-STRENGTH.
           MOVE WS-CARD-STRENGTH(WS-CARD) TO HN-STRENGTH(HN, WS-CARD)
       .
      *> THE LINE FAILED THE EDIT; LOG THE RAW LINE AND REASON, SAME
      *> AS THE DAY2A/DAY4A/DAY5A/DAY7A REJECT FILES
       REJECT-LINE.
           ADD 1 TO WS-RECORDS-REJECTED
           OPEN EXTEND REJECT-FILE.
           IF WS-REJECT-STATUS = 35
             OPEN OUTPUT REJECT-FILE
           END-IF
           MOVE IN-RECORD TO RJ-RAW-LINE
           MOVE WS-RUN-ID TO RJ-RUN-ID
           MOVE WS-INPUT-GEN TO RJ-INPUT-GEN
           MOVE WS-RECORDS-READ TO RJ-LINE-NUMBER
           WRITE REJECT-RECORD
           CLOSE REJECT-FILE
       .
      *> TABLE POSITION AFTER THE SORT IS THE HAND'S RANK; ITS
      *> WINNINGS ARE RANK TIMES BID
       SCORE-ONE-HAND.
           SET WS-RANK TO HN
           COMPUTE WS-WINNINGS = HN-BID(HN) * WS-RANK
           ADD WS-WINNINGS TO WS-TOTAL-WINNINGS
           PERFORM WRITE-HAND
       .
      *> APPEND THE HAND'S TYPE, RANK AND WINNINGS TO THE EXTRACT
       WRITE-HAND.
           OPEN EXTEND HANDS-FILE.
           IF WS-HANDS-STATUS = 35
             OPEN OUTPUT HANDS-FILE
           END-IF
           MOVE HN-HAND(HN) TO HD-HAND
           MOVE HN-BID(HN) TO HD-BID
           MOVE HN-TYPE-CODE(HN) TO HD-TYPE-CODE
           MOVE WS-TYPE-NAME(HN-TYPE-CODE(HN)) TO HD-TYPE-NAME
           MOVE WS-RANK TO HD-RANK
           MOVE WS-WINNINGS TO HD-WINNINGS
           MOVE WS-RUN-ID TO HD-RUN-ID
           MOVE WS-INPUT-GEN TO HD-INPUT-GEN
           WRITE HAND-RECORD
           CLOSE HANDS-FILE
           ADD 1 TO WS-TRAILER-COUNT
           ADD WS-WINNINGS TO WS-TRAILER-HASH
       .
      *> SEAL THIS RUN'S EXTRACT WITH AN IN-BAND INTEGRITY TRAILER:
      *> RECORD COUNT AND A HASH OF THE KEY FIELD, FOR THE READING
      *> PROGRAMS TO PROVE BEFORE THEY TRUST THE DETAIL
       WRITE-HANDS-TRAILER.
           OPEN EXTEND HANDS-FILE.
           IF WS-HANDS-STATUS = 35
             OPEN OUTPUT HANDS-FILE
           END-IF
           MOVE "*TRAILER" TO TRL-MARKER
           MOVE WS-RUN-ID TO TRL-RUN-ID
           MOVE WS-TRAILER-COUNT TO TRL-RECORD-COUNT
           MOVE WS-TRAILER-HASH TO TRL-HASH-TOTAL
           WRITE DATASET-TRAILER-RECORD
           CLOSE HANDS-FILE
       .
      *> PICK UP THE JOB'S RUN CORRELATION KEY AND THE STAGED
      *> INPUT GENERATION FROM THE DRIVING JOB STREAM; BOTH STAY
      *> BLANK WHEN THE PROGRAM IS RUN STANDALONE
       LOAD-RUN-ID.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID"
           ACCEPT WS-INPUT-GEN FROM ENVIRONMENT
             "DAY7_STAGED_GEN"
       .
       END PROGRAM DAY7B.
