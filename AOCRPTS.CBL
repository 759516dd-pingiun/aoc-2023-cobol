      ******************************************************************
      * Advent of Code 2023, report repository and reprint workbench   *
      *                                                                *
      * Every report a step prints used to be opened OUTPUT and so     *
      * overwritten by the next run. RPTLIB.sh now files each one, as  *
      * the program wrote it, into REPORTS/<business date>/ and this   *
      * program keeps the index of what is on file (RPTIDX.CPY layout, *
      * REPORT-INDEX.DAT), routes it to its distribution, reprints it  *
      * and expires it:                                                *
      *                                                                *
      *   FILE <report> <dataset> <program> <member>                   *
      *                         index the image RPTLIB.sh copied to    *
      *                         <member> under the run's business date *
      *                         (BUSDATE) and run-id (AOCRUNID), with  *
      *                         its line and page counts, and route a  *
      *                         copy to the output queue of every      *
      *                         recipient REPORT-DISTRIBUTION.DAT      *
      *                         lists for the report                   *
      *   LIST [report|*] [date|*]                                     *
      *                         what is on file, newest run last       *
      *   REPRINT <report> <date|run-id> [outq]                        *
      *                         reprint a stored report exactly as it  *
      *                         was produced, to the job log or to the *
      *                         named output queue; a business date    *
      *                         takes that date's latest run           *
      *   EXPIRE                remove every image past its retention  *
      *                                                                *
      * The program decides and indexes; the copying is left to the    *
      * driving script, the way HOUSEKEEP.sh moves the generations     *
      * AOCHKEEP names: each PRINT, ROUTE and PURGE is written to      *
      * REPORT-ACTIONS.DAT and RPTLIB.sh carries it out. Before an     *
      * image is reprinted its line count must still equal the count   *
      * indexed when it was filed, or the reprint is refused RC=8.     *
      *                                                                *
      * A page is 60 lines. A report is kept the live days of its      *
      * retention class (RETENTION-POLICY.DAT, kind RPT, by report id  *
      * or "*"; default 90 days, zero keeps it indefinitely) after its *
      * business date. The newest filing of each report is always      *
      * kept, and so is one an ACTIVE RUN-ID or DATES hold in          *
      * LEGAL-HOLDS.DAT covers.                                        *
      *                                                                *
      * Filing runs from the job scripts; retrieval through the        *
      * standalone wrapper:                                            *
      *   ./AOCRUN.sh AOCRPTS "LIST AOCOPS"                            *
      *   ./AOCRUN.sh AOCRPTS "REPRINT AOCOPS 20231204"                *
      *   ./AOCRUN.sh AOCRPTS "REPRINT AOCACPT 20231204020000 PRT01"   *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCRPTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE
           ASSIGN TO "RPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           SELECT INDEX-FILE
           ASSIGN TO "REPORT-INDEX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.
           SELECT DIST-FILE
           ASSIGN TO "REPORT-DISTRIBUTION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DIST-STATUS.
           SELECT ACTION-FILE
           ASSIGN TO "REPORT-ACTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACTION-STATUS.
           SELECT POLICY-FILE
           ASSIGN TO "RETENTION-POLICY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POLICY-STATUS.
           SELECT HOLD-FILE
           ASSIGN TO "LEGAL-HOLDS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RPT-FILE
           RECORD VARYING FROM 1 TO 250 CHARACTERS.
       01  RPT-RECORD          PIC X(250).
       FD INDEX-FILE.
           COPY RPTIDX.
       FD DIST-FILE.
           COPY RPTDIST.
       FD ACTION-FILE.
       01  ACTION-RECORD.
           05  AC-ACTION       PIC X(8).
           05  FILLER          PIC X(1).
           05  AC-OUTQ         PIC X(8).
           05  FILLER          PIC X(1).
           05  AC-RECIPIENT    PIC X(8).
           05  FILLER          PIC X(1).
           05  AC-MEMBER       PIC X(60).
       FD POLICY-FILE.
           COPY RETPOL.
       FD HOLD-FILE.
           COPY LEGALHLD.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
           COPY AOCLOGC.
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-RPT-STATUS       PIC 9(2).
       01  WS-INDEX-STATUS     PIC 9(2).
       01  WS-DIST-STATUS      PIC 9(2).
       01  WS-ACTION-STATUS    PIC 9(2).
       01  WS-POLICY-STATUS    PIC 9(2).
       01  WS-HOLD-STATUS      PIC 9(2).
      *> THE REQUESTED ACTION, PARSED FROM THE COMMAND LINE
       01  WS-ARGUMENTS        PIC X(160).
       01  WS-VERB             PIC X(8).
       01  WS-ARG-REPORT       PIC X(8).
       01  WS-ARG-2            PIC X(30).
       01  WS-ARG-3            PIC X(14).
       01  WS-ARG-MEMBER       PIC X(60).
       01  WS-BUSINESS-DATE    PIC X(8) VALUE SPACES.
       01  WS-USER             PIC X(8) VALUE SPACES.
       01  WS-STAMP            PIC X(14).
      *> WHAT COUNT-IMAGE FOUND IN THE STORED IMAGE
       01  WS-MEMBER           PIC X(60).
       01  WS-IMAGE-ABSENT     PIC X VALUE 'N'.
       01  WS-LINE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-PAGE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-PAGE-LINES       PIC 9(3) VALUE 60.
       01  WS-ROUTE-COUNT      PIC 9(3) VALUE ZERO.
      *> THE INDEX, FOLDED TO ONE ENTRY PER REPORT AND RUN-ID
       01  WS-ENTRY-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-MAX-ENTRIES      PIC 9(4) VALUE 2000.
       01  INDEX-TABLE.
           05  INDEX-ENTRY     OCCURS 2000 TIMES INDEXED BY RE, RN.
               10  RE-REPORT-ID    PIC X(8).
               10  RE-RUN-ID       PIC X(14).
               10  RE-BUSINESS-DATE PIC X(8).
               10  RE-STATE        PIC X(10).
               10  RE-PAGES        PIC 9(5).
               10  RE-LINES        PIC 9(7).
               10  RE-DATASET      PIC X(30).
               10  RE-PROGRAM-ID   PIC X(8).
               10  RE-MEMBER       PIC X(60).
               10  RE-ROUTED       PIC 9(3).
               10  RE-REPRINTS     PIC 9(3).
       01  WS-ENTRY-FOUND      PIC X.
       01  WS-LIST-COUNT       PIC 9(4) VALUE ZERO.
      *> REPRINT SELECTION: A RUN-ID, OR A BUSINESS DATE'S LATEST RUN
       01  WS-KEY-IS-DATE      PIC X.
       01  WS-EXPIRED-FOUND    PIC X.
      *> RETENTION
       01  WS-DEFAULT-DAYS     PIC 9(4) VALUE 90.
       01  WS-LIVE-DAYS        PIC 9(4).
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-EXPIRE-BEFORE    PIC X(8).
       01  WS-POLICY-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MAX-POLICIES     PIC 9(4) VALUE 100.
       01  POLICY-TABLE.
           05  POLICY-ENTRY    OCCURS 100 TIMES INDEXED BY PO.
               10  PO-NAME         PIC X(8).
               10  PO-LIVE-DAYS    PIC 9(4).
       01  WS-POLICY-FOUND     PIC X.
       01  WS-HOLD-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-HOLDS        PIC 9(4) VALUE 200.
       01  HOLD-TABLE.
           05  HOLD-ENTRY      OCCURS 200 TIMES INDEXED BY HL.
               10  HL-HOLD-ID      PIC X(8).
               10  HL-TYPE         PIC X(8).
               10  HL-RUN-ID       PIC X(14).
               10  HL-FROM-DATE    PIC X(8).
               10  HL-TO-DATE      PIC X(8).
       01  WS-HELD             PIC X.
       01  WS-NEWER            PIC X.
       01  WS-EXPIRED-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-KEPT-COUNT       PIC 9(4) VALUE ZERO.
      *> REPOSITORY LIST LINES
       01  LIST-HEADING.
           05  FILLER          PIC X(10) VALUE "REPORT".
           05  FILLER          PIC X(10) VALUE "BUS DATE".
           05  FILLER          PIC X(16) VALUE "RUN-ID".
           05  FILLER          PIC X(7) VALUE "  PAGES".
           05  FILLER          PIC X(9) VALUE "    LINES".
           05  FILLER          PIC X(2) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(7) VALUE " ROUTED".
           05  FILLER          PIC X(9) VALUE " REPRINTS".
           05  FILLER          PIC X(2) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "STATE".
       01  LIST-LINE.
           05  LL-REPORT-ID    PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-BUSINESS-DATE PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-RUN-ID       PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-PAGES        PIC Z(6)9.
           05  LL-LINES        PIC Z(8)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-PROGRAM-ID   PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-ROUTED       PIC Z(6)9.
           05  LL-REPRINTS     PIC Z(8)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  LL-STATE        PIC X(10).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "BUSDATE".
           ACCEPT WS-USER FROM ENVIRONMENT "USER".
           IF WS-USER = SPACES
             MOVE "UNKNOWN" TO WS-USER
           END-IF.
           MOVE "AOCRPTS" TO WS-LOG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           PERFORM PARSE-ARGUMENTS.

           EVALUATE WS-VERB
             WHEN "FILE"
               PERFORM FILE-REPORT
             WHEN "LIST"
               PERFORM LOAD-INDEX
               PERFORM LIST-REPORTS
             WHEN "REPRINT"
               PERFORM LOAD-INDEX
               PERFORM REPRINT-REPORT
             WHEN "EXPIRE"
               PERFORM LOAD-INDEX
               PERFORM EXPIRE-REPORTS
             WHEN OTHER
               PERFORM SHOW-USAGE
           END-EVALUATE.

           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCRPTS FILE <REPORT> <DATASET> <PROGRAM> "
             "<MEMBER>"
           DISPLAY "       AOCRPTS LIST [REPORT|*] [DATE|*]"
           DISPLAY "       AOCRPTS REPRINT <REPORT> <DATE|RUN-ID> "
             "[OUTQ]"
           DISPLAY "       AOCRPTS EXPIRE"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           MOVE SPACES TO WS-VERB.
           MOVE SPACES TO WS-ARG-REPORT.
           MOVE SPACES TO WS-ARG-2.
           MOVE SPACES TO WS-ARG-3.
           MOVE SPACES TO WS-ARG-MEMBER.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-VERB
                  WS-ARG-REPORT
                  WS-ARG-2
                  WS-ARG-3
                  WS-ARG-MEMBER
           END-UNSTRING.
           IF WS-ARG-REPORT = "*"
             MOVE SPACES TO WS-ARG-REPORT
           END-IF.
           IF WS-ARG-2 = "*"
             MOVE SPACES TO WS-ARG-2
           END-IF.
           EVALUATE WS-VERB
             WHEN "FILE"
               IF WS-ARG-REPORT = SPACES OR WS-ARG-MEMBER = SPACES
                 PERFORM SHOW-USAGE
               END-IF
             WHEN "REPRINT"
               IF WS-ARG-REPORT = SPACES OR WS-ARG-2 = SPACES
                 PERFORM SHOW-USAGE
               END-IF
           END-EVALUATE.
       .
      *> INDEX ONE REPORT IMAGE AND ROUTE IT TO ITS DISTRIBUTION; A
      *> RUN WITH NO BUSINESS DATE OR RUN-ID OF ITS OWN IS FILED UNDER
      *> TODAY AND THE FILING TIME
       FILE-REPORT.
           IF WS-BUSINESS-DATE = SPACES
             MOVE WS-STAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.
           IF WS-RUN-ID = SPACES
             MOVE WS-STAMP TO WS-RUN-ID
           END-IF.
           MOVE WS-ARG-MEMBER TO WS-MEMBER.
           PERFORM COUNT-IMAGE.
           IF WS-IMAGE-ABSENT = 'Y'
             DISPLAY "*** " WS-ARG-REPORT " NOT FILED, NO REPORT IMAGE "
               WS-MEMBER
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN EXTEND INDEX-FILE.
           IF WS-INDEX-STATUS = 35
             OPEN OUTPUT INDEX-FILE
           END-IF.
           MOVE WS-INDEX-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE "FILED" TO RX-EVENT.
           MOVE SPACES TO RX-RECIPIENT.
           MOVE SPACES TO RX-OUTQ.
           PERFORM WRITE-INDEX-EVENT.

           OPEN OUTPUT ACTION-FILE.
           MOVE WS-ACTION-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE ZERO TO WS-ROUTE-COUNT.
           OPEN INPUT DIST-FILE.
           IF WS-DIST-STATUS NOT = 35
             MOVE WS-DIST-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM ROUTE-REPORT UNTIL WS-DIST-STATUS = 10
             CLOSE DIST-FILE
           END-IF.
           CLOSE ACTION-FILE.
           CLOSE INDEX-FILE.

           DISPLAY "REPORT " WS-ARG-REPORT " FILED AS " WS-MEMBER.
           DISPLAY "  " WS-PAGE-COUNT " PAGES, " WS-LINE-COUNT
             " LINES, ROUTED TO " WS-ROUTE-COUNT " RECIPIENT(S)".
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "REPORT " DELIMITED BY SIZE
                  WS-ARG-REPORT DELIMITED BY SPACE
                  " FILED FOR " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-PAGE-COUNT DELIMITED BY SIZE
                  " PAGES, " DELIMITED BY SIZE
                  WS-ROUTE-COUNT DELIMITED BY SIZE
                  " ROUTED" DELIMITED BY SIZE
             INTO WS-LOG-MESSAGE
           END-STRING.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           PERFORM WRITE-RUN-LOG
       .
      *> A COPY FOR EVERY RECIPIENT OF THIS REPORT, AND FOR EVERY
      *> RECIPIENT OF ALL REPORTS
       ROUTE-REPORT.
           READ DIST-FILE.
           IF WS-DIST-STATUS NOT = 10
             AND (RD-REPORT-ID = WS-ARG-REPORT OR RD-REPORT-ID = "*")
             AND RD-OUTQ NOT = SPACES
             MOVE SPACES TO ACTION-RECORD
             MOVE "ROUTE" TO AC-ACTION
             MOVE RD-OUTQ TO AC-OUTQ
             MOVE RD-RECIPIENT TO AC-RECIPIENT
             MOVE WS-MEMBER TO AC-MEMBER
             WRITE ACTION-RECORD
             MOVE "ROUTED" TO RX-EVENT
             MOVE RD-RECIPIENT TO RX-RECIPIENT
             MOVE RD-OUTQ TO RX-OUTQ
             PERFORM WRITE-INDEX-EVENT
             ADD 1 TO WS-ROUTE-COUNT
             DISPLAY "  ROUTED TO " RD-RECIPIENT " ON OUTPUT QUEUE "
               RD-OUTQ
           END-IF
       .
      *> ONE INDEX LINE FOR THE REPORT BEING FILED; RX-EVENT AND THE
      *> ROUTING FIELDS ARE SET BY THE CALLER
       WRITE-INDEX-EVENT.
           MOVE WS-ARG-REPORT TO RX-REPORT-ID.
           MOVE WS-BUSINESS-DATE TO RX-BUSINESS-DATE.
           MOVE WS-RUN-ID TO RX-RUN-ID.
           MOVE WS-PAGE-COUNT TO RX-PAGE-COUNT.
           MOVE WS-LINE-COUNT TO RX-LINE-COUNT.
           MOVE WS-ARG-2 TO RX-DATASET.
           MOVE WS-ARG-3 TO RX-PROGRAM-ID.
           MOVE WS-STAMP TO RX-STAMP.
           MOVE WS-USER TO RX-OPERATOR.
           MOVE WS-MEMBER TO RX-MEMBER.
           WRITE REPORT-INDEX-RECORD
       .
      *> COUNT THE LINES OF THE STORED IMAGE WS-MEMBER; A PAGE IS
      *> WS-PAGE-LINES LINES AND A PART PAGE IS A PAGE
       COUNT-IMAGE.
           MOVE 'N' TO WS-IMAGE-ABSENT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-PAGE-COUNT.
           DISPLAY "DD_RPTFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-MEMBER UPON ENVIRONMENT-VALUE.
           OPEN INPUT RPT-FILE.
           IF WS-RPT-STATUS = 35
             MOVE 'Y' TO WS-IMAGE-ABSENT
           ELSE
             MOVE WS-RPT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-IMAGE-LINE UNTIL WS-RPT-STATUS = 10
             CLOSE RPT-FILE
             COMPUTE WS-PAGE-COUNT =
               (WS-LINE-COUNT + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           END-IF
       .
       READ-IMAGE-LINE.
           READ RPT-FILE.
           IF WS-RPT-STATUS NOT = 10
             ADD 1 TO WS-LINE-COUNT
           END-IF
       .
      *> FOLD THE INDEX TO ONE ENTRY PER REPORT AND RUN-ID: ITS LATEST
      *> FILED OR EXPIRED STATE, AND HOW OFTEN IT WAS ROUTED AND
      *> REPRINTED
       LOAD-INDEX.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = 35
             MOVE WS-INDEX-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-INDEX UNTIL WS-INDEX-STATUS = 10
             CLOSE INDEX-FILE
           END-IF
       .
       READ-INDEX.
           READ INDEX-FILE.
           IF WS-INDEX-STATUS NOT = 10
             MOVE 'N' TO WS-ENTRY-FOUND
             PERFORM MATCH-ENTRY VARYING RE FROM 1 BY 1
               UNTIL RE > WS-ENTRY-COUNT OR WS-ENTRY-FOUND = 'Y'
             IF WS-ENTRY-FOUND = 'Y'
               SET RE DOWN BY 1
             ELSE
               IF WS-ENTRY-COUNT NOT < WS-MAX-ENTRIES
                 DISPLAY "TOO MANY REPORT INDEX ENTRIES, LIMIT IS "
                   WS-MAX-ENTRIES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               SET RE TO WS-ENTRY-COUNT
               MOVE RX-REPORT-ID TO RE-REPORT-ID(RE)
               MOVE RX-RUN-ID TO RE-RUN-ID(RE)
               MOVE RX-BUSINESS-DATE TO RE-BUSINESS-DATE(RE)
               MOVE SPACES TO RE-STATE(RE)
               MOVE ZERO TO RE-ROUTED(RE)
               MOVE ZERO TO RE-REPRINTS(RE)
             END-IF
             EVALUATE RX-EVENT
               WHEN "FILED"
                 MOVE RX-EVENT TO RE-STATE(RE)
                 MOVE RX-BUSINESS-DATE TO RE-BUSINESS-DATE(RE)
                 MOVE RX-PAGE-COUNT TO RE-PAGES(RE)
                 MOVE RX-LINE-COUNT TO RE-LINES(RE)
                 MOVE RX-DATASET TO RE-DATASET(RE)
                 MOVE RX-PROGRAM-ID TO RE-PROGRAM-ID(RE)
                 MOVE RX-MEMBER TO RE-MEMBER(RE)
                 MOVE ZERO TO RE-ROUTED(RE)
               WHEN "EXPIRED"
                 MOVE RX-EVENT TO RE-STATE(RE)
               WHEN "ROUTED"
                 ADD 1 TO RE-ROUTED(RE)
               WHEN "REPRINTED"
                 ADD 1 TO RE-REPRINTS(RE)
             END-EVALUATE
           END-IF
       .
       MATCH-ENTRY.
           IF RE-REPORT-ID(RE) = RX-REPORT-ID
             AND RE-RUN-ID(RE) = RX-RUN-ID
             MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF
       .
       LIST-REPORTS.
           DISPLAY "REPORT REPOSITORY".
           DISPLAY LIST-HEADING.
           PERFORM LIST-REPORT VARYING RE FROM 1 BY 1
             UNTIL RE > WS-ENTRY-COUNT.
           IF WS-LIST-COUNT = ZERO
             DISPLAY "NO REPORTS ON FILE"
           END-IF
       .
       LIST-REPORT.
           IF RE-STATE(RE) NOT = SPACES
             AND (WS-ARG-REPORT = SPACES
                  OR RE-REPORT-ID(RE) = WS-ARG-REPORT)
             AND (WS-ARG-2 = SPACES
                  OR RE-BUSINESS-DATE(RE) = WS-ARG-2)
             MOVE RE-REPORT-ID(RE) TO LL-REPORT-ID
             MOVE RE-BUSINESS-DATE(RE) TO LL-BUSINESS-DATE
             MOVE RE-RUN-ID(RE) TO LL-RUN-ID
             MOVE RE-PAGES(RE) TO LL-PAGES
             MOVE RE-LINES(RE) TO LL-LINES
             MOVE RE-PROGRAM-ID(RE) TO LL-PROGRAM-ID
             MOVE RE-ROUTED(RE) TO LL-ROUTED
             MOVE RE-REPRINTS(RE) TO LL-REPRINTS
             MOVE RE-STATE(RE) TO LL-STATE
             DISPLAY LIST-LINE
             ADD 1 TO WS-LIST-COUNT
           END-IF
       .
      *> A RUN-ID NAMES ONE FILING; A BUSINESS DATE TAKES THAT DATE'S
      *> LATEST FILING STILL ON FILE. THE STORED IMAGE MUST STILL
      *> COUNT TO WHAT WAS INDEXED WHEN IT WAS FILED
       REPRINT-REPORT.
           IF WS-ARG-2(9:6) = SPACES
             MOVE 'Y' TO WS-KEY-IS-DATE
           ELSE
             MOVE 'N' TO WS-KEY-IS-DATE
           END-IF.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 'N' TO WS-EXPIRED-FOUND.
           PERFORM SELECT-REPRINT VARYING RN FROM 1 BY 1
             UNTIL RN > WS-ENTRY-COUNT.
           IF WS-ENTRY-FOUND = 'N'
             IF WS-EXPIRED-FOUND = 'Y'
               DISPLAY "*** REPORT " WS-ARG-REPORT " HAS EXPIRED FROM "
                 "THE REPOSITORY FOR " WS-ARG-2
             ELSE
               DISPLAY "*** NO REPORT " WS-ARG-REPORT " ON FILE FOR "
                 WS-ARG-2
             END-IF
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE RE-MEMBER(RE) TO WS-MEMBER.
           PERFORM COUNT-IMAGE.
           IF WS-IMAGE-ABSENT = 'Y'
             DISPLAY "*** STORED IMAGE IS MISSING, NOT REPRINTED: "
               WS-MEMBER
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-LINE-COUNT NOT = RE-LINES(RE)
             DISPLAY "*** STORED IMAGE DOES NOT PROVE (" WS-LINE-COUNT
               " LINES VS " RE-LINES(RE) " FILED), NOT REPRINTED: "
               WS-MEMBER
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN OUTPUT ACTION-FILE.
           MOVE WS-ACTION-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE SPACES TO ACTION-RECORD.
           MOVE WS-MEMBER TO AC-MEMBER.
           MOVE WS-USER TO AC-RECIPIENT.
           IF WS-ARG-3 = SPACES
             MOVE "PRINT" TO AC-ACTION
             MOVE "-" TO AC-OUTQ
           ELSE
             MOVE "ROUTE" TO AC-ACTION
             MOVE WS-ARG-3 TO AC-OUTQ
           END-IF.
           WRITE ACTION-RECORD.
           CLOSE ACTION-FILE.

           MOVE SPACES TO REPORT-INDEX-RECORD.
           MOVE RE-REPORT-ID(RE) TO RX-REPORT-ID.
           MOVE RE-BUSINESS-DATE(RE) TO RX-BUSINESS-DATE.
           MOVE RE-RUN-ID(RE) TO RX-RUN-ID.
           MOVE "REPRINTED" TO RX-EVENT.
           MOVE RE-PAGES(RE) TO RX-PAGE-COUNT.
           MOVE RE-LINES(RE) TO RX-LINE-COUNT.
           MOVE RE-DATASET(RE) TO RX-DATASET.
           MOVE RE-PROGRAM-ID(RE) TO RX-PROGRAM-ID.
           MOVE WS-USER TO RX-RECIPIENT.
           MOVE WS-ARG-3 TO RX-OUTQ.
           MOVE WS-STAMP TO RX-STAMP.
           MOVE WS-USER TO RX-OPERATOR.
           MOVE RE-MEMBER(RE) TO RX-MEMBER.
           PERFORM APPEND-INDEX.

           DISPLAY "REPORT " RE-REPORT-ID(RE) " FOR "
             RE-BUSINESS-DATE(RE) " RUN " RE-RUN-ID(RE) ", "
             RE-PAGES(RE) " PAGES".
           MOVE SPACES TO WS-LOG-MESSAGE.
           IF WS-ARG-3 = SPACES
             STRING "REPORT " DELIMITED BY SIZE
                    RE-REPORT-ID(RE) DELIMITED BY SPACE
                    " RUN " DELIMITED BY SIZE
                    RE-RUN-ID(RE) DELIMITED BY SIZE
                    " REPRINTED BY " DELIMITED BY SIZE
                    WS-USER DELIMITED BY SPACE
               INTO WS-LOG-MESSAGE
             END-STRING
           ELSE
             DISPLAY "REPRINTED TO OUTPUT QUEUE " WS-ARG-3
             STRING "REPORT " DELIMITED BY SIZE
                    RE-REPORT-ID(RE) DELIMITED BY SPACE
                    " RUN " DELIMITED BY SIZE
                    RE-RUN-ID(RE) DELIMITED BY SIZE
                    " REPRINTED BY " DELIMITED BY SIZE
                    WS-USER DELIMITED BY SPACE
                    " TO " DELIMITED BY SIZE
                    WS-ARG-3 DELIMITED BY SPACE
               INTO WS-LOG-MESSAGE
             END-STRING
           END-IF.
           MOVE "INFO" TO WS-LOG-SEVERITY.
           PERFORM WRITE-RUN-LOG
       .
      *> RE IS LEFT ON THE LATEST MATCHING FILING STILL ON FILE
       SELECT-REPRINT.
           IF RE-REPORT-ID(RN) = WS-ARG-REPORT
             AND ((WS-KEY-IS-DATE = 'Y'
                   AND RE-BUSINESS-DATE(RN) = WS-ARG-2(1:8))
               OR (WS-KEY-IS-DATE = 'N'
                   AND RE-RUN-ID(RN) = WS-ARG-2(1:14)))
             IF RE-STATE(RN) = "FILED"
               IF WS-ENTRY-FOUND = 'N'
                 OR RE-RUN-ID(RN) > RE-RUN-ID(RE)
                 SET RE TO RN
                 MOVE 'Y' TO WS-ENTRY-FOUND
               END-IF
             ELSE
               IF RE-STATE(RN) = "EXPIRED"
                 MOVE 'Y' TO WS-EXPIRED-FOUND
               END-IF
             END-IF
           END-IF
       .
       APPEND-INDEX.
           OPEN EXTEND INDEX-FILE.
           IF WS-INDEX-STATUS = 35
             OPEN OUTPUT INDEX-FILE
           END-IF.
           MOVE WS-INDEX-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           WRITE REPORT-INDEX-RECORD.
           CLOSE INDEX-FILE
       .
      *> A FILED REPORT WHOSE BUSINESS DATE IS OLDER THAN ITS CLASS'S
      *> LIVE DAYS EXPIRES, BAR THE NEWEST FILING OF EACH REPORT AND
      *> ANY A LEGAL HOLD COVERS
       EXPIRE-REPORTS.
           PERFORM LOAD-POLICIES.
           PERFORM LOAD-HOLDS.
           MOVE WS-STAMP(1:8) TO WS-TODAY-NUM.

           OPEN OUTPUT ACTION-FILE.
           MOVE WS-ACTION-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           OPEN EXTEND INDEX-FILE.
           IF WS-INDEX-STATUS = 35
             OPEN OUTPUT INDEX-FILE
           END-IF.
           MOVE WS-INDEX-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM EXPIRE-REPORT VARYING RE FROM 1 BY 1
             UNTIL RE > WS-ENTRY-COUNT.
           CLOSE INDEX-FILE.
           CLOSE ACTION-FILE.
           DISPLAY "REPORTS EXPIRED: " WS-EXPIRED-COUNT
             ", KEPT UNDER LEGAL HOLD: " WS-KEPT-COUNT
       .
       EXPIRE-REPORT.
           IF RE-STATE(RE) = "FILED"
             PERFORM FIND-LIVE-DAYS
             IF WS-LIVE-DAYS NOT = ZERO
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - WS-LIVE-DAYS)
               MOVE WS-DATE-NUM TO WS-EXPIRE-BEFORE
               IF RE-BUSINESS-DATE(RE) < WS-EXPIRE-BEFORE
                 MOVE 'N' TO WS-NEWER
                 PERFORM CHECK-NEWER VARYING RN FROM 1 BY 1
                   UNTIL RN > WS-ENTRY-COUNT OR WS-NEWER = 'Y'
                 IF WS-NEWER = 'Y'
                   PERFORM EXPIRE-UNLESS-HELD
                 END-IF
               END-IF
             END-IF
           END-IF
       .
       CHECK-NEWER.
           IF RE-REPORT-ID(RN) = RE-REPORT-ID(RE)
             AND RE-RUN-ID(RN) > RE-RUN-ID(RE)
             MOVE 'Y' TO WS-NEWER
           END-IF
       .
       EXPIRE-UNLESS-HELD.
           MOVE 'N' TO WS-HELD.
           PERFORM CHECK-HOLD VARYING HL FROM 1 BY 1
             UNTIL HL > WS-HOLD-COUNT OR WS-HELD = 'Y'.
           IF WS-HELD = 'Y'
             SET HL DOWN BY 1
             ADD 1 TO WS-KEPT-COUNT
             DISPLAY "REPORT " RE-REPORT-ID(RE) " RUN " RE-RUN-ID(RE)
               " KEPT, LEGAL HOLD " HL-HOLD-ID(HL)
           ELSE
             MOVE SPACES TO ACTION-RECORD
             MOVE "PURGE" TO AC-ACTION
             MOVE "-" TO AC-OUTQ
             MOVE "-" TO AC-RECIPIENT
             MOVE RE-MEMBER(RE) TO AC-MEMBER
             WRITE ACTION-RECORD
             MOVE SPACES TO REPORT-INDEX-RECORD
             MOVE RE-REPORT-ID(RE) TO RX-REPORT-ID
             MOVE RE-BUSINESS-DATE(RE) TO RX-BUSINESS-DATE
             MOVE RE-RUN-ID(RE) TO RX-RUN-ID
             MOVE "EXPIRED" TO RX-EVENT
             MOVE RE-PAGES(RE) TO RX-PAGE-COUNT
             MOVE RE-LINES(RE) TO RX-LINE-COUNT
             MOVE RE-DATASET(RE) TO RX-DATASET
             MOVE RE-PROGRAM-ID(RE) TO RX-PROGRAM-ID
             MOVE WS-STAMP TO RX-STAMP
             MOVE WS-USER TO RX-OPERATOR
             MOVE RE-MEMBER(RE) TO RX-MEMBER
             WRITE REPORT-INDEX-RECORD
             ADD 1 TO WS-EXPIRED-COUNT
             DISPLAY "REPORT " RE-REPORT-ID(RE) " RUN " RE-RUN-ID(RE)
               " EXPIRED (" WS-LIVE-DAYS " DAYS)"
           END-IF
       .
       CHECK-HOLD.
           IF (HL-TYPE(HL) = "RUN-ID"
               AND HL-RUN-ID(HL) = RE-RUN-ID(RE))
             OR (HL-TYPE(HL) = "DATES"
               AND RE-BUSINESS-DATE(RE) NOT < HL-FROM-DATE(HL)
               AND RE-BUSINESS-DATE(RE) NOT > HL-TO-DATE(HL))
             MOVE 'Y' TO WS-HELD
           END-IF
       .
      *> THE REPORT'S OWN RPT POLICY LINE, ELSE THE "*" LINE, ELSE THE
      *> COMPILED-IN DEFAULT
       FIND-LIVE-DAYS.
           MOVE WS-DEFAULT-DAYS TO WS-LIVE-DAYS.
           MOVE 'N' TO WS-POLICY-FOUND.
           PERFORM CHECK-POLICY VARYING PO FROM 1 BY 1
             UNTIL PO > WS-POLICY-COUNT OR WS-POLICY-FOUND = 'Y'.
           IF WS-POLICY-FOUND = 'N'
             PERFORM CHECK-DEFAULT-POLICY VARYING PO FROM 1 BY 1
               UNTIL PO > WS-POLICY-COUNT OR WS-POLICY-FOUND = 'Y'
           END-IF.
           IF WS-POLICY-FOUND = 'Y'
             SET PO DOWN BY 1
             MOVE PO-LIVE-DAYS(PO) TO WS-LIVE-DAYS
           END-IF
       .
       CHECK-POLICY.
           IF PO-NAME(PO) = RE-REPORT-ID(RE)
             MOVE 'Y' TO WS-POLICY-FOUND
           END-IF
       .
       CHECK-DEFAULT-POLICY.
           IF PO-NAME(PO) = "*"
             MOVE 'Y' TO WS-POLICY-FOUND
           END-IF
       .
       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = 35
             MOVE WS-POLICY-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-POLICY UNTIL WS-POLICY-STATUS = 10
             CLOSE POLICY-FILE
           END-IF
       .
       READ-POLICY.
           READ POLICY-FILE.
           IF WS-POLICY-STATUS NOT = 10
             AND RP-KIND = "RPT"
             IF WS-POLICY-COUNT NOT < WS-MAX-POLICIES
               DISPLAY "TOO MANY REPORT RETENTION POLICIES, LIMIT IS "
                 WS-MAX-POLICIES
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             IF RP-LIVE-DAYS NOT NUMERIC
               DISPLAY "BAD RETENTION POLICY LINE FOR " RP-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-POLICY-COUNT
             SET PO TO WS-POLICY-COUNT
             MOVE RP-NAME TO PO-NAME(PO)
             MOVE RP-LIVE-DAYS TO PO-LIVE-DAYS(PO)
           END-IF
       .
      *> A RUN-ID HOLD KEEPS THAT RUN'S REPORTS, A DATES HOLD EVERY
      *> REPORT FOR A BUSINESS DATE IN ITS RANGE
       LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = 35
             MOVE WS-HOLD-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-HOLD UNTIL WS-HOLD-STATUS = 10
             CLOSE HOLD-FILE
           END-IF
       .
       READ-HOLD.
           READ HOLD-FILE.
           IF WS-HOLD-STATUS NOT = 10
             AND LH-STATUS = "ACTIVE"
             AND (LH-TYPE = "RUN-ID" OR LH-TYPE = "DATES")
             IF WS-HOLD-COUNT NOT < WS-MAX-HOLDS
               DISPLAY "TOO MANY LEGAL HOLDS, LIMIT IS "
                 WS-MAX-HOLDS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-HOLD-COUNT
             SET HL TO WS-HOLD-COUNT
             MOVE LH-HOLD-ID TO HL-HOLD-ID(HL)
             MOVE LH-TYPE TO HL-TYPE(HL)
             MOVE LH-RUN-ID TO HL-RUN-ID(HL)
             MOVE LH-FROM-DATE TO HL-FROM-DATE(HL)
             MOVE LH-TO-DATE TO HL-TO-DATE(HL)
           END-IF
       .
       END PROGRAM AOCRPTS.
