      ******************************************************************
      * Advent of Code 2023, reject inventory workbench                *
      *                                                                *
      * AOCREJF folds every night's reject files into the              *
      * REJECT-INVENTORY.DAT master and closes the ones a resubmission *
      * corrected. This workbench is how the rest are worked:          *
      *                                                                *
      *   AGING     open rejects by feed and age band, with totals     *
      *   LIST      every open reject with its age and reason          *
      *   WRITEOFF  <feed> <gen> <line> <user> <reason>                *
      *             close one open reject as WRITTEN-OFF; give the     *
      *             generation as - when the reject carried none       *
      *                                                                *
      * WRITEOFF needs a REJWRITEOFF grant in OPERATOR-AUTH.DAT for    *
      * the user id the job runs under (AOCAUTHW.CPY), and the <user>  *
      * named must be that user id; the write-off is recorded against  *
      * it. A refusal is logged SECURITY and ends RC=8. AGING and LIST *
      * need none.                                                     *
      *                                                                *
      * Run through the standalone wrapper, which takes the dataset    *
      * ENQ before the write-off updates the master:                   *
      *   ./AOCRUN.sh AOCREJ AGING                                     *
      *   ./AOCRUN.sh AOCREJ WRITEOFF DAY4A G0003 17 JB BAD-VENDOR-ROW *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCREJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER
           ASSIGN TO "REJECT-INVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RI-KEY
           FILE STATUS IS WS-MASTER-STATUS.
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
       FD INVENTORY-MASTER.
           COPY REJINV.
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
       01  WS-MASTER-STATUS    PIC 9(2).
      *> THE REQUESTED ACTION AND ITS KEY, PARSED FROM THE COMMAND
      *> LINE; THE WRITE-OFF REASON IS A SINGLE TOKEN
       01  WS-ARGUMENTS        PIC X(90).
       01  WS-VERB             PIC X(8).
       01  WS-ARG-FEED         PIC X(8).
       01  WS-ARG-GEN          PIC X(5).
       01  WS-ARG-LINE         PIC X(9).
       01  WS-ARG-USER         PIC X(8).
       01  WS-ARG-REASON       PIC X(20).
       01  WS-LINE-NUM         PIC 9(9).
      *> AGING ARITHMETIC; AGE IS TAKEN AGAINST TONIGHT'S BUSINESS
      *> DATE SO THE REPORT AGREES WITH THE NIGHTLY REFRESH
       01  WS-BUSDATE          PIC X(8) VALUE SPACES.
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-SEEN-NUM         PIC 9(8).
       01  WS-AGE-DAYS         PIC S9(6).
       01  WS-AGE-ED           PIC ZZZZZ9.
       01  WS-BAND             PIC 9.
      *> AGE BANDS, ONE COLUMN EACH ON THE AGING REPORT
       01  BAND-VALUES.
           05  FILLER          PIC X(12) VALUE "00001    0-1".
           05  FILLER          PIC X(12) VALUE "00007    2-7".
           05  FILLER          PIC X(12) VALUE "00030   8-30".
           05  FILLER          PIC X(12) VALUE "00090  31-90".
           05  FILLER          PIC X(12) VALUE "99999    91+".
       01  BAND-TABLE REDEFINES BAND-VALUES.
           05  BAND-ENTRY      OCCURS 5 TIMES INDEXED BY BX.
               10  BT-UPPER-DAYS   PIC 9(5).
               10  BT-LABEL        PIC X(7).
      *> OPEN-REJECT COUNTS PER FEED PER BAND, FEEDS IN THE ORDER THE
      *> MASTER PRESENTS THEM
       01  WS-FEED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-FEEDS        PIC 9(4) VALUE 50.
       01  FEED-TABLE.
           05  FEED-ENTRY      OCCURS 50 TIMES INDEXED BY FX.
               10  FT-FEED         PIC X(8).
               10  FT-BAND-COUNT   PIC 9(7) OCCURS 5 TIMES.
               10  FT-TOTAL        PIC 9(7).
       01  WS-BAND-TOTALS.
           05  WS-BAND-TOTAL   PIC 9(7) OCCURS 5 TIMES.
       01  WS-GRAND-TOTAL      PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ED         PIC Z(6)9.
       01  WS-REPORT-LINE      PIC X(80).
       01  WS-REPORT-PTR       PIC 9(3).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCREJ" TO WS-LOG-PROGRAM.
           PERFORM PARSE-ARGUMENTS.
           ACCEPT WS-BUSDATE FROM ENVIRONMENT "BUSDATE".
           IF WS-BUSDATE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSDATE
           END-IF.
           MOVE WS-BUSDATE TO WS-TODAY-NUM.

           EVALUATE WS-VERB
             WHEN "AGING"
               PERFORM AGING-REPORT
             WHEN "LIST"
               PERFORM LIST-REJECTS
             WHEN "WRITEOFF"
               PERFORM WRITE-OFF-REJECT
             WHEN OTHER
               PERFORM SHOW-USAGE
           END-EVALUATE.

           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY AOCAUTHW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCREJ AGING"
           DISPLAY "       AOCREJ LIST"
           DISPLAY "       AOCREJ WRITEOFF <FEED> <GEN|-> <LINE>"
             " <USER> <REASON>"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-VERB
                  WS-ARG-FEED
                  WS-ARG-GEN
                  WS-ARG-LINE
                  WS-ARG-USER
                  WS-ARG-REASON
           END-UNSTRING.
           IF WS-VERB = "WRITEOFF"
             IF WS-ARG-FEED = SPACES
               OR WS-ARG-GEN = SPACES
               OR WS-ARG-LINE = SPACES
               OR WS-ARG-USER = SPACES
               OR WS-ARG-REASON = SPACES
               PERFORM SHOW-USAGE
             END-IF
             IF FUNCTION TEST-NUMVAL(WS-ARG-LINE) NOT = 0
               DISPLAY "LINE " WS-ARG-LINE " IS NOT A NUMBER"
               PERFORM SHOW-USAGE
             END-IF
             COMPUTE WS-LINE-NUM = FUNCTION NUMVAL(WS-ARG-LINE)
             IF WS-ARG-GEN = "-"
               MOVE SPACES TO WS-ARG-GEN
             END-IF
           END-IF.
       .
      *> NO MASTER YET MEANS NOTHING HAS EVER BEEN REJECTED; ANY
      *> OTHER OPEN FAILURE IS AN ABORT
       OPEN-MASTER-INPUT.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-MASTER-STATUS NOT = 35
             MOVE WS-MASTER-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
           END-IF
       .
      *> TALLY EVERY OPEN REJECT INTO ITS FEED'S ROW AND AGE BAND;
      *> ANY OPEN REJECT FAILS THE STEP SO UNWORKED REJECTS STAY
      *> VISIBLE THE WAY UNACKNOWLEDGED CRITICALS DO
       AGING-REPORT.
           INITIALIZE FEED-TABLE WS-BAND-TOTALS.
           PERFORM OPEN-MASTER-INPUT.
           IF WS-MASTER-STATUS NOT = 35
             PERFORM TALLY-ONE-REJECT UNTIL WS-MASTER-STATUS = 10
             CLOSE INVENTORY-MASTER
           END-IF.
           DISPLAY "OPEN REJECT AGING AS OF " WS-BUSDATE.
           DISPLAY "===============================".
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "FEED    " TO WS-REPORT-LINE(1:8).
           MOVE 9 TO WS-REPORT-PTR.
           PERFORM ADD-BAND-HEADING VARYING BX FROM 1 BY 1
             UNTIL BX > 5.
           MOVE "  TOTAL" TO WS-REPORT-LINE(WS-REPORT-PTR + 1:7).
           DISPLAY WS-REPORT-LINE.
           PERFORM SHOW-FEED-ROW VARYING FX FROM 1 BY 1
             UNTIL FX > WS-FEED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "TOTAL" TO WS-REPORT-LINE(1:8).
           MOVE 9 TO WS-REPORT-PTR.
           PERFORM ADD-BAND-TOTAL VARYING BX FROM 1 BY 1
             UNTIL BX > 5.
           MOVE WS-GRAND-TOTAL TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(WS-REPORT-PTR + 1:7).
           DISPLAY WS-REPORT-LINE.
           IF WS-GRAND-TOTAL = ZERO
             DISPLAY "NONE -- EVERY REJECT IS CORRECTED OR WRITTEN OFF"
           ELSE
             DISPLAY WS-GRAND-TOTAL " REJECT(S) AWAITING CORRECTION"
               " OR WRITE-OFF"
             MOVE 8 TO RETURN-CODE
           END-IF.
       .
       TALLY-ONE-REJECT.
           READ INVENTORY-MASTER NEXT
           IF WS-MASTER-STATUS NOT = 10
             AND RI-STATUS = "OPEN"
             PERFORM AGE-CURRENT-REJECT
             PERFORM FIND-FEED-ROW
             SET BX TO 1
             SEARCH BAND-ENTRY
               WHEN WS-AGE-DAYS NOT > BT-UPPER-DAYS(BX)
                 SET WS-BAND TO BX
             END-SEARCH
             ADD 1 TO FT-BAND-COUNT(FX, WS-BAND)
             ADD 1 TO FT-TOTAL(FX)
             ADD 1 TO WS-BAND-TOTAL(WS-BAND)
             ADD 1 TO WS-GRAND-TOTAL
           END-IF
       .
      *> THE MASTER IS IN FEED ORDER, SO A NEW FEED IS ALWAYS THE
      *> NEXT ROW
       FIND-FEED-ROW.
           IF WS-FEED-COUNT = ZERO
             OR FT-FEED(WS-FEED-COUNT) NOT = RI-FEED
             IF WS-FEED-COUNT NOT < WS-MAX-FEEDS
               DISPLAY "TOO MANY REJECT FEEDS, LIMIT IS "
                 WS-MAX-FEEDS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-FEED-COUNT
             MOVE RI-FEED TO FT-FEED(WS-FEED-COUNT)
           END-IF.
           SET FX TO WS-FEED-COUNT.
       .
       AGE-CURRENT-REJECT.
           MOVE ZERO TO WS-AGE-DAYS.
           IF RI-FIRST-SEEN IS NUMERIC
             MOVE RI-FIRST-SEEN TO WS-SEEN-NUM
             IF WS-SEEN-NUM NOT > WS-TODAY-NUM
               COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-SEEN-NUM)
             END-IF
           END-IF
       .
       ADD-BAND-HEADING.
           MOVE BT-LABEL(BX) TO WS-REPORT-LINE(WS-REPORT-PTR + 1:7).
           ADD 9 TO WS-REPORT-PTR
       .
       SHOW-FEED-ROW.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE FT-FEED(FX) TO WS-REPORT-LINE(1:8).
           MOVE 9 TO WS-REPORT-PTR.
           PERFORM ADD-FEED-COUNT VARYING BX FROM 1 BY 1
             UNTIL BX > 5.
           MOVE FT-TOTAL(FX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(WS-REPORT-PTR + 1:7).
           DISPLAY WS-REPORT-LINE
       .
       ADD-FEED-COUNT.
           MOVE FT-BAND-COUNT(FX, BX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(WS-REPORT-PTR + 1:7).
           ADD 9 TO WS-REPORT-PTR
       .
       ADD-BAND-TOTAL.
           MOVE WS-BAND-TOTAL(BX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(WS-REPORT-PTR + 1:7).
           ADD 9 TO WS-REPORT-PTR
       .
       LIST-REJECTS.
           DISPLAY "OPEN REJECT INVENTORY".
           DISPLAY "=====================".
           PERFORM OPEN-MASTER-INPUT.
           IF WS-MASTER-STATUS NOT = 35
             PERFORM LIST-ONE-REJECT UNTIL WS-MASTER-STATUS = 10
             CLOSE INVENTORY-MASTER
           END-IF.
           IF WS-GRAND-TOTAL = ZERO
             DISPLAY "NO OPEN REJECTS ON FILE"
           END-IF.
       .
       LIST-ONE-REJECT.
           READ INVENTORY-MASTER NEXT
           IF WS-MASTER-STATUS NOT = 10
             AND RI-STATUS = "OPEN"
             ADD 1 TO WS-GRAND-TOTAL
             PERFORM AGE-CURRENT-REJECT
             MOVE WS-AGE-DAYS TO WS-AGE-ED
             DISPLAY RI-FEED " " RI-INPUT-GEN " " RI-LINE-NUMBER
               " SEEN " RI-FIRST-SEEN " AGE " WS-AGE-ED " DAY(S) "
               RI-REASON
             DISPLAY "    " RI-RAW-LINE(1:72)
           END-IF
       .
      *> CLOSE ONE REJECT BY ITS FULL KEY; ONLY AN OPEN REJECT CAN BE
      *> WRITTEN OFF, SO A TYPO OR A SECOND WRITE-OFF CANNOT OVERLAY
      *> A DISPOSITION ALREADY ON FILE
       WRITE-OFF-REJECT.
           MOVE "REJWRITEOFF" TO WS-AUTH-FUNCTION.
           MOVE WS-ARG-USER TO WS-AUTH-NAMED-USER.
           PERFORM CHECK-AUTHORIZATION.
           OPEN I-O INVENTORY-MASTER.
           IF WS-MASTER-STATUS = 35
             DISPLAY "NO REJECT INVENTORY ON FILE"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-MASTER-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE WS-ARG-FEED TO RI-FEED.
           MOVE WS-ARG-GEN TO RI-INPUT-GEN.
           MOVE WS-LINE-NUM TO RI-LINE-NUMBER.
           READ INVENTORY-MASTER.
           IF WS-MASTER-STATUS NOT = 0
             DISPLAY "NO REJECT ON FILE FOR " WS-ARG-FEED
               " " WS-ARG-GEN " " WS-LINE-NUM
             CLOSE INVENTORY-MASTER
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RI-STATUS NOT = "OPEN"
             DISPLAY "REJECT " WS-ARG-FEED " " WS-ARG-GEN " "
               WS-LINE-NUM " IS ALREADY " RI-STATUS
               " BY " RI-STATUS-USER " (" RI-STATUS-NOTE ")"
             CLOSE INVENTORY-MASTER
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM AGE-CURRENT-REJECT.
           MOVE WS-AGE-DAYS TO RI-AGE-DAYS.
           MOVE "WRITTEN-OFF" TO RI-STATUS.
           MOVE WS-BUSDATE TO RI-STATUS-DATE.
           MOVE WS-AUTH-USER TO RI-STATUS-USER.
           MOVE WS-ARG-REASON TO RI-STATUS-NOTE.
           REWRITE REJECT-INVENTORY-RECORD.
           MOVE WS-MASTER-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           CLOSE INVENTORY-MASTER.
           DISPLAY "WRITTEN OFF " WS-ARG-FEED " " WS-ARG-GEN " "
             WS-LINE-NUM " BY " WS-AUTH-USER " (" WS-ARG-REASON ")"
             " AFTER " RI-AGE-DAYS " DAY(S)".
       .
       END PROGRAM AOCREJ.
