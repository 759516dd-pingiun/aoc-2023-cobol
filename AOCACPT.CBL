      *                                                                *
      *   - the file must not be empty                                 *
      *   - no line may be longer than the reading program's FD limit  *
      *     (80 for DAY1/DAY7, 170 for DAY2/DAY4, 140 for DAY3, 210    *
      *     for DAY5), where a longer line would silently truncate     *
      *   - every DAY2 line must start "Game ", every DAY4 line "Card" *
      *   - the DAY5 almanac's multi-block format is gated on its      *
      *     first line, which must start "seeds:"                      *
      *   - every DAY7 line must be a five-card hand (labels A K Q J T *
      *     and 9 down to 2), one space, and a numeric bid             *
      *                                                                *
      * Failures are written to the AOCACPT.RPT acceptance report      *
      * naming the offending lines, and the step ends RC=8 so the      *
      *> WHOSE BODY LINES CARRY NO FIXED PREFIX
       01  WS-FIRST-KEYWORD    PIC X(6).
       01  WS-FIRST-KEYLEN     PIC 9(1).
      *> A FIXED "HAND BID" LINE SHAPE, FOR FEEDS (DAY7) WHOSE EVERY
      *> LINE IS ONE FIVE-CARD HAND, ONE SPACE AND A NUMERIC BID
       01  WS-HAND-BID-FORMAT  PIC X.
       01  WS-CARD-TALLY       PIC 9(1).
       01  WS-BID-LENGTH       PIC 9(3).
      *> CENSUS OF THE CANDIDATE
       01  WS-LINE-NUMBER      PIC 9(9) VALUE ZERO.
       01  WS-LINE-LENGTH      PIC 9(3).
       SET-BASE-RULES.
           MOVE SPACES TO WS-FIRST-KEYWORD
           MOVE ZERO TO WS-FIRST-KEYLEN
           MOVE 'N' TO WS-HAND-BID-FORMAT
           EVALUATE WS-BASE
             WHEN "DAY1"
               MOVE 80 TO WS-MAX-LENGTH
               MOVE ZERO TO WS-KEYWORD-LEN
               MOVE "seeds:" TO WS-FIRST-KEYWORD
               MOVE 6 TO WS-FIRST-KEYLEN
             WHEN "DAY7"
               MOVE 80 TO WS-MAX-LENGTH
               MOVE SPACES TO WS-KEYWORD
               MOVE ZERO TO WS-KEYWORD-LEN
               MOVE 'Y' TO WS-HAND-BID-FORMAT
             WHEN OTHER
               MOVE 170 TO WS-MAX-LENGTH
               MOVE SPACES TO WS-KEYWORD
               MOVE WS-FIRST-KEYWORD(1:6) TO RL-DETAIL
               PERFORM REPORT-FAULT
             END-IF
             IF WS-HAND-BID-FORMAT = 'Y'
               PERFORM CHECK-HAND-BID-LINE
             END-IF
           END-IF
       .
      *> THE SAME SHAPE DAY7A/DAY7B EDIT EACH LINE AGAINST: FIVE CARD
      *> LABELS, ONE SPACE, AND A BID OF ONE TO SIX DIGITS
       CHECK-HAND-BID-LINE.
           MOVE ZERO TO WS-CARD-TALLY
           INSPECT CANDIDATE-RECORD(1:5) TALLYING WS-CARD-TALLY
             FOR ALL "A" "K" "Q" "J" "T"
                     "9" "8" "7" "6" "5" "4" "3" "2"
           COMPUTE WS-BID-LENGTH = WS-LINE-LENGTH - 6
           EVALUATE TRUE
             WHEN WS-LINE-LENGTH < 7
               MOVE "BAD HAND LINE AT LINE" TO RL-TEXT
               MOVE "NO FIVE-CARD HAND AND BID" TO RL-DETAIL
               PERFORM REPORT-FAULT
             WHEN WS-CARD-TALLY NOT = 5
               MOVE "BAD HAND LINE AT LINE" TO RL-TEXT
               MOVE "HAND HAS A NON-CARD LABEL" TO RL-DETAIL
               PERFORM REPORT-FAULT
             WHEN CANDIDATE-RECORD(6:1) NOT = SPACE
               MOVE "BAD HAND LINE AT LINE" TO RL-TEXT
               MOVE "NO SPACE AFTER FIVE-CARD HAND" TO RL-DETAIL
               PERFORM REPORT-FAULT
             WHEN WS-BID-LENGTH > 6
               MOVE "BAD HAND LINE AT LINE" TO RL-TEXT
               MOVE "BID IS MORE THAN 6 DIGITS" TO RL-DETAIL
               PERFORM REPORT-FAULT
             WHEN CANDIDATE-RECORD(7:WS-BID-LENGTH) IS NOT NUMERIC
               MOVE "BAD HAND LINE AT LINE" TO RL-TEXT
               MOVE "BID IS NOT NUMERIC" TO RL-DETAIL
               PERFORM REPORT-FAULT
           END-EVALUATE
       .
       MEASURE-LINE.
           PERFORM VARYING WS-LINE-LENGTH FROM 256 BY -1
             UNTIL WS-LINE-LENGTH < 1
