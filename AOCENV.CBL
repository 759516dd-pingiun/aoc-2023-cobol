      ******************************************************************
      * Advent of Code 2023, inbound transmission envelope check       *
      *                                                                *
      * The receiving leg for upstream feeds, the mirror image of      *
      * what AOCXTRC sends the warehouse: a feed arrives wrapped in a  *
      * pipe-delimited envelope,                                       *
      *                                                                *
      *   H|<sending system>|<feed base>|<business date>|<sequence>    *
      *   ...the feed's own lines, untouched...                        *
      *   T|<record count>|<hash total>                                *
      *                                                                *
      * where the record count is the number of lines between header   *
      * and trailer and the hash total is the sum of the character     *
      * codes of those lines, trailing spaces excluded. Run by         *
      * NEWGEN.sh ahead of the AOCACPT acceptance gate, this step      *
      * proves the envelope before anything is looked at inside it:    *
      *                                                                *
      *   - the header and trailer must be there and well formed, the  *
      *     feed base must be the base being catalogued, and the       *
      *     business date must be a date                               *
      *   - the lines counted and hashed must match the trailer        *
      *   - the sequence number must be the next one expected from     *
      *     that sending system for that base, going by the envelopes  *
      *     already on GDG-CATALOG.DAT: a number already received is a *
      *     DUPLICATE, any other gap OUT OF SEQUENCE (the first        *
      *     transmission from a sending system sets the sequence).     *
      *     Only a transmission actually taken in moves the sequence   *
      *     on: one whose envelope was REJECTED, or whose feed the     *
      *     acceptance gate REFUSED, is resent under the same number.  *
      *                                                                *
      * The feed with its envelope stripped off is left in             *
      * INBOUND-FEED.DAT for AOCACPT and the catalogue, and the        *
      * verdict with the envelope details in ENVELOPE-CHECK.DAT        *
      * (ENVCHK.CPY), from which NEWGEN.sh catalogues the provenance   *
      * and acknowledges the transmission back to the sender. A        *
      * rejected envelope ends the step RC=8.                          *
      *                                                                *
      * Arguments: <BASE> <TRANSMISSION-FILE>, as AOCACPT takes them.  *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCENV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> POINTED AT THE TRANSMISSION NAMED ON THE COMMAND LINE
           SELECT TRANSMISSION-FILE
           ASSIGN TO "ENVIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.
           SELECT STRIPPED-FILE
           ASSIGN TO "INBOUND-FEED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STRIPPED-STATUS.
           SELECT CHECK-FILE
           ASSIGN TO "ENVELOPE-CHECK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS.
           SELECT CATALOG-FILE
           ASSIGN TO "GDG-CATALOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSMISSION-FILE
           RECORD VARYING FROM 1 TO 256 CHARACTERS.
       01  TRANSMISSION-RECORD PIC X(256).
       FD STRIPPED-FILE
           RECORD VARYING FROM 1 TO 256 CHARACTERS.
       01  STRIPPED-RECORD     PIC X(256).
       FD CHECK-FILE.
           COPY ENVCHK.
       FD CATALOG-FILE.
           COPY GDGCAT.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
           COPY AOCLOGC.
       01  WS-TRANS-STATUS     PIC 9(2).
       01  WS-STRIPPED-STATUS  PIC 9(2).
       01  WS-CHECK-STATUS     PIC 9(2).
       01  WS-CATALOG-STATUS   PIC 9(2).
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
      *> COMMAND-LINE ARGUMENTS: THE DATASET BASE AND TRANSMISSION
       01  WS-ARGUMENTS        PIC X(120).
       01  WS-BASE             PIC X(8).
       01  WS-TRANSMISSION-PATH PIC X(100).
      *> THE HEADER, UNSTRUNG FROM ITS PIPE-DELIMITED RECORD
       01  WS-HD-TYPE          PIC X(1).
       01  WS-HD-SENDER        PIC X(20).
       01  WS-HD-BASE          PIC X(20).
       01  WS-HD-DATE-X        PIC X(20).
       01  WS-HD-SEQUENCE-X    PIC X(20).
       01  WS-HD-SENDER-LEN    PIC 9(3).
       01  WS-HD-BASE-LEN      PIC 9(3).
       01  WS-HD-DATE-LEN      PIC 9(3).
       01  WS-HD-SEQUENCE-LEN  PIC 9(3).
       01  WS-HD-DATE-NUM      PIC 9(8).
       01  WS-HEADER-FAULT     PIC X(40) VALUE SPACES.
      *> THE TRAILER, LIKEWISE
       01  WS-TR-TYPE          PIC X(1).
       01  WS-TR-COUNT-X       PIC X(20).
       01  WS-TR-HASH-X        PIC X(20).
       01  WS-TR-COUNT-LEN     PIC 9(3).
       01  WS-TR-HASH-LEN      PIC 9(3).
       01  WS-TRAILER-FAULT    PIC X(40) VALUE SPACES.
      *> THE FEED'S OWN LINES: EACH ONE IS HELD BACK UNTIL THE NEXT
      *> ARRIVES, SO THE LAST LINE READ IS KNOWN TO BE THE TRAILER
      *> AND NEVER REACHES THE STRIPPED FEED
       01  WS-HELD-LINE        PIC X(256).
       01  WS-HELD             PIC X VALUE 'N'.
       01  WS-LONG-LINE        PIC X VALUE 'N'.
       01  WS-LINE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-LINE-LENGTH      PIC 9(3).
       01  WS-CHAR-POS         PIC 9(3).
       01  WS-COUNT-ACTUAL     PIC 9(9) VALUE ZERO.
       01  WS-HASH-ACTUAL      PIC 9(15) VALUE ZERO.
      *> THE SENDER'S SEQUENCE SO FAR, FROM THE ENVELOPES ALREADY ON
      *> THE CATALOGUE FOR THIS BASE (A REJECTED OR REFUSED ONE DOES
      *> NOT COUNT, THE SENDER RESENDS IT UNDER THE SAME NUMBER)
       01  WS-PRIOR-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-HIGH-SEQUENCE    PIC 9(6) VALUE ZERO.
       01  WS-NEXT-SEQUENCE    PIC 9(6).
       01  WS-SEQUENCE-SEEN    PIC X VALUE 'N'.
      *> THE VERDICT
       01  WS-VERDICT          PIC X(8) VALUE "VERIFIED".
       01  WS-REASON           PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCENV" TO WS-LOG-PROGRAM.
           PERFORM PARSE-ARGUMENTS.

           MOVE SPACES TO ENVELOPE-CHECK-RECORD.
           MOVE WS-BASE TO EV-BASE.
           MOVE ZERO TO EV-SEQUENCE.
           MOVE ZERO TO EV-RECORD-COUNT.
           MOVE ZERO TO EV-HASH-TOTAL.
           MOVE "NO ENVELOPE HEADER" TO WS-HEADER-FAULT.
           MOVE "NO ENVELOPE TRAILER" TO WS-TRAILER-FAULT.

           OPEN OUTPUT STRIPPED-FILE.
           MOVE WS-STRIPPED-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.

           DISPLAY "DD_ENVIN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-TRANSMISSION-PATH UPON ENVIRONMENT-VALUE.
           OPEN INPUT TRANSMISSION-FILE.
           MOVE WS-TRANS-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM READ-TRANSMISSION UNTIL WS-TRANS-STATUS = 10.
           CLOSE TRANSMISSION-FILE.
           IF WS-HELD = 'Y'
             PERFORM PARSE-TRAILER
           END-IF.
           CLOSE STRIPPED-FILE.

           IF WS-HEADER-FAULT = SPACES
             PERFORM LOAD-SENDER-SEQUENCE
           END-IF.
           PERFORM DECIDE-VERDICT.

           OPEN OUTPUT CHECK-FILE.
           MOVE WS-CHECK-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE WS-VERDICT TO EV-VERDICT.
           MOVE WS-REASON TO EV-REASON.
           WRITE ENVELOPE-CHECK-RECORD.
           CLOSE CHECK-FILE.

           DISPLAY "ENVELOPE " EV-SENDER " " EV-BASE
             " BUSINESS DATE " EV-BUSINESS-DATE
             " SEQUENCE " EV-SEQUENCE.
           DISPLAY "RECEIVED " WS-COUNT-ACTUAL " RECORD(S), HASH "
             WS-HASH-ACTUAL "; TRAILER " EV-RECORD-COUNT
             " RECORD(S), HASH " EV-HASH-TOTAL.

           MOVE SPACES TO WS-LOG-MESSAGE.
           IF WS-VERDICT = "VERIFIED"
             MOVE "INFO" TO WS-LOG-SEVERITY
             STRING "ENVELOPE " DELIMITED BY SIZE
               EV-SENDER DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-BASE DELIMITED BY SPACE
               " SEQ " DELIMITED BY SIZE
               EV-SEQUENCE DELIMITED BY SIZE
               " VERIFIED, " DELIMITED BY SIZE
               WS-COUNT-ACTUAL DELIMITED BY SIZE
               " RECORD(S)" DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
           ELSE
             DISPLAY "*** ENVELOPE REJECTED: " WS-REASON
             MOVE "WARNING" TO WS-LOG-SEVERITY
             STRING "ENVELOPE " DELIMITED BY SIZE
               EV-SENDER DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-BASE DELIMITED BY SPACE
               " SEQ " DELIMITED BY SIZE
               EV-SEQUENCE DELIMITED BY SIZE
               " REJECTED: " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.

           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.

      *> THE BASE AND TRANSMISSION PATH COME IN AS COMMAND-LINE
      *> ARGUMENTS, SAME CONVENTION AS NEWGEN.SH TAKES THEM
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-BASE
                  WS-TRANSMISSION-PATH
           END-UNSTRING.
           IF WS-BASE = SPACES OR WS-TRANSMISSION-PATH = SPACES
             DISPLAY "USAGE: AOCENV <BASE> <TRANSMISSION-FILE>"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       .
      *> THE FIRST LINE IS THE HEADER; EVERY LINE AFTER IT RELEASES
      *> THE ONE HELD BEFORE IT TO THE STRIPPED FEED AND IS HELD IN
      *> TURN. A LINE TOO LONG FOR THE RECORD COMES BACK STATUS 04 OR
      *> 06, AND REJECTS THE TRANSMISSION RATHER THAN PASS IT ON
      *> TRUNCATED
       READ-TRANSMISSION.
           READ TRANSMISSION-FILE.
           IF WS-TRANS-STATUS = 04 OR WS-TRANS-STATUS = 06
             MOVE 'Y' TO WS-LONG-LINE
             MOVE ZERO TO WS-TRANS-STATUS
           END-IF.
           IF WS-TRANS-STATUS NOT = 10
             MOVE WS-TRANS-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             ADD 1 TO WS-LINE-COUNT
             IF WS-LINE-COUNT = 1
               PERFORM PARSE-HEADER
             ELSE
               IF WS-HELD = 'Y'
                 PERFORM RELEASE-HELD-LINE
               END-IF
               MOVE TRANSMISSION-RECORD TO WS-HELD-LINE
               MOVE 'Y' TO WS-HELD
             END-IF
           END-IF
       .
       PARSE-HEADER.
           IF TRANSMISSION-RECORD(1:2) = "H|"
             MOVE SPACES TO WS-HD-SENDER WS-HD-BASE
               WS-HD-DATE-X WS-HD-SEQUENCE-X
             MOVE ZERO TO WS-HD-SENDER-LEN WS-HD-BASE-LEN
               WS-HD-DATE-LEN WS-HD-SEQUENCE-LEN
             UNSTRING TRANSMISSION-RECORD DELIMITED BY "|" OR SPACE
               INTO WS-HD-TYPE
                    WS-HD-SENDER COUNT IN WS-HD-SENDER-LEN
                    WS-HD-BASE COUNT IN WS-HD-BASE-LEN
                    WS-HD-DATE-X COUNT IN WS-HD-DATE-LEN
                    WS-HD-SEQUENCE-X COUNT IN WS-HD-SEQUENCE-LEN
             END-UNSTRING
             MOVE WS-HD-SENDER TO EV-SENDER
             MOVE WS-HD-DATE-X TO EV-BUSINESS-DATE
             MOVE WS-HD-DATE-X(1:8) TO WS-HD-DATE-NUM
             MOVE SPACES TO WS-HEADER-FAULT
             EVALUATE TRUE
               WHEN WS-HD-SENDER-LEN < 1 OR WS-HD-SENDER-LEN > 8
                 MOVE "NO VALID SENDING SYSTEM IN HEADER"
                   TO WS-HEADER-FAULT
               WHEN WS-HD-BASE-LEN > 8 OR WS-HD-BASE NOT = WS-BASE
                 MOVE "FEED BASE IN HEADER IS NOT THIS BASE"
                   TO WS-HEADER-FAULT
               WHEN WS-HD-DATE-LEN NOT = 8
                 OR WS-HD-DATE-X(1:8) IS NOT NUMERIC
                 MOVE "BUSINESS DATE IN HEADER IS NOT A DATE"
                   TO WS-HEADER-FAULT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-HD-DATE-NUM)
                   NOT = 0
                 MOVE "BUSINESS DATE IN HEADER IS NOT A DATE"
                   TO WS-HEADER-FAULT
               WHEN WS-HD-SEQUENCE-LEN < 1 OR WS-HD-SEQUENCE-LEN > 6
                 MOVE "SEQUENCE NUMBER IN HEADER IS NOT VALID"
                   TO WS-HEADER-FAULT
               WHEN WS-HD-SEQUENCE-X(1:WS-HD-SEQUENCE-LEN)
                   IS NOT NUMERIC
                 MOVE "SEQUENCE NUMBER IN HEADER IS NOT VALID"
                   TO WS-HEADER-FAULT
               WHEN OTHER
                 MOVE FUNCTION NUMVAL(WS-HD-SEQUENCE-X)
                   TO EV-SEQUENCE
             END-EVALUATE
           END-IF
       .
      *> A DETAIL LINE IS COUNTED AND HASHED AS IT GOES OUT
       RELEASE-HELD-LINE.
           PERFORM VARYING WS-LINE-LENGTH FROM 256 BY -1
             UNTIL WS-LINE-LENGTH < 1
               OR WS-HELD-LINE(WS-LINE-LENGTH:1) NOT = SPACE
             CONTINUE
           END-PERFORM
           PERFORM ADD-CHARACTER-HASH VARYING WS-CHAR-POS FROM 1 BY 1
             UNTIL WS-CHAR-POS > WS-LINE-LENGTH
           ADD 1 TO WS-COUNT-ACTUAL
           MOVE WS-HELD-LINE TO STRIPPED-RECORD
           WRITE STRIPPED-RECORD
       .
       ADD-CHARACTER-HASH.
           COMPUTE WS-HASH-ACTUAL = WS-HASH-ACTUAL
             + FUNCTION ORD(WS-HELD-LINE(WS-CHAR-POS:1)) - 1
       .
      *> THE LAST LINE HELD NEVER WENT OUT: IT IS THE TRAILER
       PARSE-TRAILER.
           IF WS-HELD-LINE(1:2) = "T|"
             MOVE SPACES TO WS-TR-COUNT-X WS-TR-HASH-X
             MOVE ZERO TO WS-TR-COUNT-LEN WS-TR-HASH-LEN
             UNSTRING WS-HELD-LINE DELIMITED BY "|" OR SPACE
               INTO WS-TR-TYPE
                    WS-TR-COUNT-X COUNT IN WS-TR-COUNT-LEN
                    WS-TR-HASH-X COUNT IN WS-TR-HASH-LEN
             END-UNSTRING
             MOVE SPACES TO WS-TRAILER-FAULT
             EVALUATE TRUE
               WHEN WS-TR-COUNT-LEN < 1 OR WS-TR-COUNT-LEN > 9
                 MOVE "RECORD COUNT IN TRAILER IS NOT VALID"
                   TO WS-TRAILER-FAULT
               WHEN WS-TR-COUNT-X(1:WS-TR-COUNT-LEN) IS NOT NUMERIC
                 MOVE "RECORD COUNT IN TRAILER IS NOT VALID"
                   TO WS-TRAILER-FAULT
               WHEN WS-TR-HASH-LEN < 1 OR WS-TR-HASH-LEN > 15
                 MOVE "HASH TOTAL IN TRAILER IS NOT VALID"
                   TO WS-TRAILER-FAULT
               WHEN WS-TR-HASH-X(1:WS-TR-HASH-LEN) IS NOT NUMERIC
                 MOVE "HASH TOTAL IN TRAILER IS NOT VALID"
                   TO WS-TRAILER-FAULT
               WHEN OTHER
                 MOVE FUNCTION NUMVAL(WS-TR-COUNT-X)
                   TO EV-RECORD-COUNT
                 MOVE FUNCTION NUMVAL(WS-TR-HASH-X)
                   TO EV-HASH-TOTAL
             END-EVALUATE
           END-IF
       .
      *> WHERE THIS SENDER'S SEQUENCE FOR THIS BASE HAS GOT TO
       LOAD-SENDER-SEQUENCE.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = 35
             MOVE WS-CATALOG-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CATALOG-RECORD
               UNTIL WS-CATALOG-STATUS = 10
             CLOSE CATALOG-FILE
           END-IF
       .
       READ-CATALOG-RECORD.
           READ CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = 10
             AND GC-BASE = WS-BASE
             AND GC-SENDER = EV-SENDER
             AND GC-ACCEPTANCE NOT = "REJECTED"
             AND GC-ACCEPTANCE NOT = "REFUSED"
             AND GC-SEQUENCE IS NUMERIC
             ADD 1 TO WS-PRIOR-COUNT
             IF GC-SEQUENCE = EV-SEQUENCE
               MOVE 'Y' TO WS-SEQUENCE-SEEN
             END-IF
             IF GC-SEQUENCE > WS-HIGH-SEQUENCE
               MOVE GC-SEQUENCE TO WS-HIGH-SEQUENCE
             END-IF
           END-IF
       .
      *> THE FIRST FAULT FOUND IS THE REASON GIVEN BACK TO THE SENDER
       DECIDE-VERDICT.
           COMPUTE WS-NEXT-SEQUENCE = WS-HIGH-SEQUENCE + 1
           EVALUATE TRUE
             WHEN WS-LINE-COUNT = ZERO
               MOVE "TRANSMISSION IS EMPTY" TO WS-REASON
             WHEN WS-HEADER-FAULT NOT = SPACES
               MOVE WS-HEADER-FAULT TO WS-REASON
             WHEN WS-LONG-LINE = 'Y'
               MOVE "LINE LONGER THAN 256 CHARACTERS"
                 TO WS-REASON
             WHEN WS-TRAILER-FAULT NOT = SPACES
               MOVE WS-TRAILER-FAULT TO WS-REASON
             WHEN WS-COUNT-ACTUAL NOT = EV-RECORD-COUNT
               MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
                 TO WS-REASON
             WHEN WS-HASH-ACTUAL NOT = EV-HASH-TOTAL
               MOVE "HASH TOTAL DOES NOT MATCH TRAILER"
                 TO WS-REASON
             WHEN WS-SEQUENCE-SEEN = 'Y'
               STRING "DUPLICATE SEQUENCE NUMBER " DELIMITED BY SIZE
                 EV-SEQUENCE DELIMITED BY SIZE
                 INTO WS-REASON
             WHEN WS-PRIOR-COUNT NOT = ZERO
               AND EV-SEQUENCE NOT = WS-NEXT-SEQUENCE
               STRING "OUT OF SEQUENCE, EXPECTED " DELIMITED BY SIZE
                 WS-NEXT-SEQUENCE DELIMITED BY SIZE
                 INTO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
             MOVE "REJECTED" TO WS-VERDICT
           END-IF
       .
       END PROGRAM AOCENV.
