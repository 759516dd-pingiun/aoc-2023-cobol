      ******************************************************************
      * Advent of Code 2023 Day 4, scratchcard copy-provenance report  *
      *                                                                *
      * DAY4B's ledger and DAY4RANK say how many copies a card ended   *
      * with, not where they came from. This program replays the       *
      * FAN-OUT-COPIES rule from the match counts in the DAY4B-CARDS   *
      * master -- each card passes its own copy count on to each of    *
      * the next CM-MATCHES cards -- and writes one provenance record  *
      * per card and source card to DAY4PROV-SOURCES.DAT, plus one for *
      * the card's own original. Each card's replayed count must       *
      * reconcile to its CM-COPIES; a card that does not is a fault    *
      * and ends the run RC=8.                                         *
      *                                                                *
      * Given a card number instead, it runs as an inquiry and prints  *
      * that card's contribution tree: the source cards that fed it,   *
      * the cards that fed those, and so on, to the depth asked for    *
      * (default 3, at most 5).                                        *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -std=ibm DAY4PROV.CBL -o DAY4PROV.run                *
      *   ./DAY4PROV.run                      (provenance extract)     *
      *   ./DAY4PROV.run <CARD-NUM> [DEPTH]   (contribution tree)      *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY4PROV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER
           ASSIGN TO "DAY4B-CARDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CARD-NUM
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT PROVENANCE-FILE
           ASSIGN TO "DAY4PROV-SOURCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROV-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CARD-MASTER.
           COPY DAY4CARD.
       FD PROVENANCE-FILE.
           COPY DAY4PROV.
           COPY AOCTRLR.
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
       01  WS-MASTER-STATUS    PIC 9(2).
       01  WS-PROV-STATUS      PIC 9(2).
      *> THE OPTIONAL CARD NUMBER AND DEPTH, PARSED FROM THE COMMAND
      *> LINE; NO CARD NUMBER MEANS THE FULL PROVENANCE EXTRACT
       01  WS-ARGUMENTS        PIC X(30).
       01  WS-CARD-ARG         PIC X(10).
       01  WS-DEPTH-ARG        PIC X(10).
       01  WS-ARG-TEXT         PIC X(10).
       01  WS-ARG-POS          PIC 9(2).
       01  WS-ARG-DIGIT        PIC 9(1).
       01  WS-ARG-DIGITS       PIC 9(2).
       01  WS-ARG-VALUE        PIC 9(5).
       01  WS-INQ-CARD         PIC 9(4) VALUE ZERO.
       77  WS-DEPTH            PIC 9(1) VALUE 3.
       77  WS-MAX-DEPTH        PIC 9(1) VALUE 5.
      *> A CARD CAN WIN AT MOST 25 MATCHES (DAY4B SIZES THE WINNING
      *> NUMBERS AT 25), SO NO CARD MORE THAN 25 PLACES BACK CAN
      *> HAVE FED THE CURRENT ONE. THE REPLAY KEEPS THOSE 25 AS A
      *> SLIDING WINDOW, OLDEST FIRST, WITH THEIR REPLAYED COUNTS
       01  WS-MAX-MATCHES      PIC 9(3) VALUE 25.
       01  WS-WINDOW-COUNT     PIC 9(2) VALUE ZERO.
       01  SOURCE-WINDOW.
           05  WINDOW-ENTRY    OCCURS 25 TIMES.
               10  WN-CARD         PIC 9(4).
               10  WN-MATCHES      PIC 9(3).
               10  WN-COPIES       PIC 9(12).
       01  WS-WX               PIC 9(2).
      *> THE CARD BEING REPLAYED. THE COUNT IS CARRIED WIDER THAN
      *> CM-COPIES SO A MASTER COUNT THAT HAS WRAPPED ITS PICTURE
      *> SHOWS UP AS A RECONCILIATION FAULT RATHER THAN AGREEING
       01  WS-REPLAY-COPIES    PIC 9(12).
       01  WS-REACH            PIC 9(5).
      *> RUN CENSUS AND THE EXTRACT'S IN-BAND TRAILER
       01  WS-CARDS-REPLAYED   PIC 9(9) VALUE ZERO.
       01  WS-SOURCE-LINKS     PIC 9(9) VALUE ZERO.
       01  WS-GRAND-COPIES     PIC 9(12) VALUE ZERO.
       01  WS-FAULT-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-HASH     PIC 9(12) VALUE ZERO.
      *> CONTRIBUTION TREE FOR THE INQUIRY: ONE FRAME PER LEVEL,
      *> HOLDING THE CARD WHOSE SOURCES ARE BEING LISTED AND THE
      *> NEXT CANDIDATE SOURCE CARD TO TRY
       01  WS-SP               PIC 9(1) VALUE ZERO.
       01  TREE-STACK.
           05  TREE-FRAME      OCCURS 6 TIMES.
               10  TF-CARD         PIC 9(4).
               10  TF-NEXT         PIC 9(4).
       01  WS-CANDIDATE        PIC 9(4).
       01  WS-ROOT-SOURCES     PIC 9(4) VALUE ZERO.
       01  WS-TREE-LINES       PIC 9(9) VALUE ZERO.
       01  WS-TREE-LINE        PIC X(80).
       01  WS-TREE-PTR         PIC 9(3).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           PERFORM PARSE-ARGUMENTS.
           IF WS-INQ-CARD NOT = ZERO
             PERFORM INQUIRE-CARD
             GOBACK
           END-IF.

           PERFORM LOAD-RUN-ID.
           MOVE "DAY4PROV" TO WS-LOG-PROGRAM.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           MOVE "RUN STARTED" TO WS-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG.

           OPEN INPUT CARD-MASTER.
           MOVE WS-MASTER-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           OPEN EXTEND PROVENANCE-FILE.
           IF WS-PROV-STATUS = 35
             OPEN OUTPUT PROVENANCE-FILE
           END-IF.
           MOVE WS-PROV-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.

           MOVE ZERO TO CM-CARD-NUM.
           START CARD-MASTER KEY NOT LESS THAN CM-CARD-NUM.
           IF WS-MASTER-STATUS = 0
             PERFORM REPLAY-ONE-CARD UNTIL WS-MASTER-STATUS = 10
           END-IF.
           CLOSE CARD-MASTER.
           PERFORM WRITE-PROVENANCE-TRAILER.
           CLOSE PROVENANCE-FILE.

           DISPLAY "DAY4 COPY PROVENANCE: " WS-CARDS-REPLAYED
             " CARD(S), " WS-SOURCE-LINKS " SOURCE LINK(S), "
             WS-GRAND-COPIES " COPIES".
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "CARDS " WS-CARDS-REPLAYED " LINKS "
             WS-SOURCE-LINKS " COPIES " WS-GRAND-COPIES
             " UNRECONCILED " WS-FAULT-COUNT
             DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           IF WS-FAULT-COUNT NOT = ZERO
             DISPLAY "*** " WS-FAULT-COUNT " CARD(S) DO NOT "
               "RECONCILE TO CM-COPIES ***"
             MOVE "ERROR" TO WS-LOG-SEVERITY
             PERFORM WRITE-RUN-LOG
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE "INFO" TO WS-LOG-SEVERITY
             PERFORM WRITE-RUN-LOG
           END-IF.

           GOBACK.

           COPY FILEERR.

           COPY AOCLOGW.

      *> AN OPTIONAL CARD NUMBER (1-4 DIGITS) AND DEPTH (1 TO 5) MAY
      *> COME IN ON THE COMMAND LINE; ANYTHING ELSE IS REFUSED LOUDLY
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           MOVE SPACES TO WS-CARD-ARG.
           MOVE SPACES TO WS-DEPTH-ARG.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-CARD-ARG
                  WS-DEPTH-ARG
           END-UNSTRING.
           IF WS-CARD-ARG NOT = SPACES
             MOVE WS-CARD-ARG TO WS-ARG-TEXT
             PERFORM PARSE-ARG-NUMBER
             IF WS-ARG-DIGITS > 4 OR WS-ARG-VALUE = ZERO
               PERFORM SHOW-USAGE
             END-IF
             MOVE WS-ARG-VALUE TO WS-INQ-CARD
           END-IF.
           IF WS-DEPTH-ARG NOT = SPACES
             MOVE WS-DEPTH-ARG TO WS-ARG-TEXT
             PERFORM PARSE-ARG-NUMBER
             IF WS-ARG-DIGITS > 1 OR WS-ARG-VALUE = ZERO
               OR WS-ARG-VALUE > WS-MAX-DEPTH
               PERFORM SHOW-USAGE
             END-IF
             MOVE WS-ARG-VALUE TO WS-DEPTH
           END-IF.
       .
       PARSE-ARG-NUMBER.
           MOVE ZERO TO WS-ARG-VALUE
           MOVE ZERO TO WS-ARG-DIGITS
           PERFORM PARSE-ARG-CHAR VARYING WS-ARG-POS FROM 1 BY 1
             UNTIL WS-ARG-POS > 10
       .
       PARSE-ARG-CHAR.
           IF WS-ARG-TEXT(WS-ARG-POS:1) IS NUMERIC
             IF WS-ARG-DIGITS < 5
               MOVE WS-ARG-TEXT(WS-ARG-POS:1) TO WS-ARG-DIGIT
               COMPUTE WS-ARG-VALUE = WS-ARG-VALUE * 10 + WS-ARG-DIGIT
             END-IF
             ADD 1 TO WS-ARG-DIGITS
           ELSE
             IF WS-ARG-TEXT(WS-ARG-POS:1) NOT = SPACE
               PERFORM SHOW-USAGE
             END-IF
           END-IF
       .
       SHOW-USAGE.
           DISPLAY "USAGE: DAY4PROV [<CARD-NUM (1-4 DIGITS)> "
             "[<DEPTH 1-5>]]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
      *> ------------------------------------------------------------
      *> PROVENANCE EXTRACT
      *> ------------------------------------------------------------
      *> REPLAY ONE SEEN CARD IN CARD-NUM ORDER: ITS ORIGINAL, PLUS
      *> THE REPLAYED COUNT OF EVERY CARD IN THE WINDOW WHOSE
      *> MATCHES REACH THIS FAR. UNSEEN CARDS (FANNED PAST THE END OF
      *> THE FEED) ARE NOT IN THE LEDGER AND FEED NOTHING ONWARD
       REPLAY-ONE-CARD.
           READ CARD-MASTER NEXT
           IF WS-MASTER-STATUS NOT = 10 AND CM-SEEN = 'Y'
             IF CM-MATCHES > WS-MAX-MATCHES
               DISPLAY "CARD " CM-CARD-NUM " HAS " CM-MATCHES
                 " MATCHES, LIMIT IS " WS-MAX-MATCHES
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-CARDS-REPLAYED
             MOVE 1 TO WS-REPLAY-COPIES
             MOVE ZERO TO PV-SOURCE-CARD
             MOVE 1 TO PV-COPIES-PASSED
             PERFORM WRITE-PROVENANCE
             PERFORM CREDIT-FROM-WINDOW VARYING WS-WX FROM 1 BY 1
               UNTIL WS-WX > WS-WINDOW-COUNT
             ADD WS-REPLAY-COPIES TO WS-GRAND-COPIES
             IF WS-REPLAY-COPIES NOT = CM-COPIES
               ADD 1 TO WS-FAULT-COUNT
               DISPLAY "*** CARD " CM-CARD-NUM " REPLAYS TO "
                 WS-REPLAY-COPIES " COPIES, MASTER HOLDS "
                 CM-COPIES " ***"
             END-IF
             PERFORM PUSH-WINDOW
           END-IF
       .
       CREDIT-FROM-WINDOW.
           COMPUTE WS-REACH = WN-CARD(WS-WX) + WN-MATCHES(WS-WX)
           IF WS-REACH NOT < CM-CARD-NUM
             ADD WN-COPIES(WS-WX) TO WS-REPLAY-COPIES
             ADD 1 TO WS-SOURCE-LINKS
             MOVE WN-CARD(WS-WX) TO PV-SOURCE-CARD
             MOVE WN-COPIES(WS-WX) TO PV-COPIES-PASSED
             PERFORM WRITE-PROVENANCE
           END-IF
       .
      *> ADD THE CARD JUST REPLAYED AS THE NEWEST WINDOW ENTRY,
      *> DROPPING THE OLDEST ONCE THE WINDOW IS FULL
       PUSH-WINDOW.
           IF WS-WINDOW-COUNT < WS-MAX-MATCHES
             ADD 1 TO WS-WINDOW-COUNT
           ELSE
             PERFORM SHIFT-WINDOW-ENTRY VARYING WS-WX FROM 2 BY 1
               UNTIL WS-WX > WS-WINDOW-COUNT
           END-IF
           MOVE CM-CARD-NUM TO WN-CARD(WS-WINDOW-COUNT)
           MOVE CM-MATCHES TO WN-MATCHES(WS-WINDOW-COUNT)
           MOVE WS-REPLAY-COPIES TO WN-COPIES(WS-WINDOW-COUNT)
       .
       SHIFT-WINDOW-ENTRY.
           MOVE WINDOW-ENTRY(WS-WX) TO WINDOW-ENTRY(WS-WX - 1)
       .
      *> APPEND ONE CARD/SOURCE PAIR; THE CALLER HAS SET THE SOURCE
      *> CARD AND THE COPIES IT PASSED ON
       WRITE-PROVENANCE.
           MOVE CM-CARD-NUM TO PV-CARD-NUM
           MOVE WS-RUN-ID TO PV-RUN-ID
           MOVE WS-INPUT-GEN TO PV-INPUT-GEN
           WRITE PROVENANCE-RECORD
           ADD 1 TO WS-TRAILER-COUNT
           ADD PV-COPIES-PASSED TO WS-TRAILER-HASH
       .
      *> SEAL THIS RUN'S EXTRACT WITH AN IN-BAND INTEGRITY TRAILER:
      *> RECORD COUNT AND A HASH OF THE COPIES PASSED, WHICH FOR A
      *> CLEAN RUN IS THE DAY4B TOTAL
       WRITE-PROVENANCE-TRAILER.
           MOVE "*TRAILER" TO TRL-MARKER
           MOVE WS-RUN-ID TO TRL-RUN-ID
           MOVE WS-TRAILER-COUNT TO TRL-RECORD-COUNT
           MOVE WS-TRAILER-HASH TO TRL-HASH-TOTAL
           WRITE DATASET-TRAILER-RECORD
       .
      *> ------------------------------------------------------------
      *> CONTRIBUTION TREE INQUIRY
      *> ------------------------------------------------------------
      *> PRINT THE CARD, THEN WALK ITS SOURCES DEPTH-FIRST THROUGH
      *> THE MASTER BY KEY, ONE STACK FRAME PER LEVEL, UNTIL EVERY
      *> FRAME HAS RUN OUT OF CANDIDATES
       INQUIRE-CARD.
           OPEN INPUT CARD-MASTER.
           MOVE WS-MASTER-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE WS-INQ-CARD TO CM-CARD-NUM.
           READ CARD-MASTER.
           IF WS-MASTER-STATUS NOT = 0 OR CM-SEEN NOT = 'Y'
             DISPLAY "CARD " WS-INQ-CARD
               " NOT A SEEN CARD IN DAY4B-CARDS.DAT"
             CLOSE CARD-MASTER
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "COPY PROVENANCE FOR CARD " WS-INQ-CARD
             ", " WS-DEPTH " LEVEL(S) DEEP".
           DISPLAY "=================================".
           DISPLAY "CARD " CM-CARD-NUM ": " CM-COPIES
             " COPIES (1 ORIGINAL PLUS COPIES PASSED ON BY:)".
           MOVE 1 TO WS-SP.
           MOVE WS-INQ-CARD TO TF-CARD(1).
           PERFORM SET-FIRST-CANDIDATE.
           PERFORM WALK-TREE-STEP UNTIL WS-SP = ZERO.
           CLOSE CARD-MASTER.
           IF WS-ROOT-SOURCES = ZERO
             DISPLAY "  NO SOURCE CARDS -- ORIGINAL ONLY"
           END-IF.
           DISPLAY WS-TREE-LINES " LINE(S) PRINTED".
       .
      *> THE EARLIEST CARD THAT COULD HAVE FED THE FRAME'S CARD
       SET-FIRST-CANDIDATE.
           IF TF-CARD(WS-SP) > WS-MAX-MATCHES
             COMPUTE TF-NEXT(WS-SP) = TF-CARD(WS-SP) - WS-MAX-MATCHES
           ELSE
             MOVE 1 TO TF-NEXT(WS-SP)
           END-IF
       .
      *> TRY THE TOP FRAME'S NEXT CANDIDATE: A SEEN CARD WHOSE MATCHES
      *> REACH THE FRAME'S CARD IS ONE OF ITS SOURCES, PRINTED AT THIS
      *> LEVEL AND, BELOW THE DEPTH LIMIT, EXPANDED IN TURN
       WALK-TREE-STEP.
           IF TF-NEXT(WS-SP) NOT < TF-CARD(WS-SP)
             SUBTRACT 1 FROM WS-SP
           ELSE
             MOVE TF-NEXT(WS-SP) TO WS-CANDIDATE
             ADD 1 TO TF-NEXT(WS-SP)
             MOVE WS-CANDIDATE TO CM-CARD-NUM
             READ CARD-MASTER
             IF WS-MASTER-STATUS = 0 AND CM-SEEN = 'Y'
               COMPUTE WS-REACH = WS-CANDIDATE + CM-MATCHES
               IF WS-REACH NOT < TF-CARD(WS-SP)
                 PERFORM PRINT-TREE-LINE
                 IF WS-SP < WS-DEPTH
                   ADD 1 TO WS-SP
                   MOVE WS-CANDIDATE TO TF-CARD(WS-SP)
                   PERFORM SET-FIRST-CANDIDATE
                 END-IF
               END-IF
             END-IF
           END-IF
       .
      *> ONE SOURCE CARD, INDENTED TWO COLUMNS PER LEVEL; EACH SOURCE
      *> PASSED ON ITS OWN FULL COPY COUNT
       PRINT-TREE-LINE.
           ADD 1 TO WS-TREE-LINES
           IF WS-SP = 1
             ADD 1 TO WS-ROOT-SOURCES
           END-IF
           MOVE SPACES TO WS-TREE-LINE
           COMPUTE WS-TREE-PTR = WS-SP * 2 + 1
           STRING "<- CARD " CM-CARD-NUM " PASSED " CM-COPIES
             " (MATCHES " CM-MATCHES ")"
             DELIMITED BY SIZE INTO WS-TREE-LINE
             WITH POINTER WS-TREE-PTR
           DISPLAY WS-TREE-LINE
       .
      *> PICK UP THE JOB'S RUN CORRELATION KEY AND THE STAGED
      *> INPUT GENERATION FROM THE DRIVING JOB STREAM; BOTH STAY
      *> BLANK WHEN THE PROGRAM IS RUN STANDALONE
       LOAD-RUN-ID.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID"
           ACCEPT WS-INPUT-GEN FROM ENVIRONMENT
             "DAY4_STAGED_GEN"
       .
       END PROGRAM DAY4PROV.
