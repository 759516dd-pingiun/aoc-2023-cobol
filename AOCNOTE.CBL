      ******************************************************************
      * Advent of Code 2023, outbound notification and escalation      *
      *                                                                *
      * The suite raised alerts, failed steps and flagged overdue      *
      * warehouse transmissions, and nothing told anybody: whoever     *
      * was on call found out by reading the reports. This program     *
      * turns each of them into a formatted message for the on-call    *
      * contact and queues it in NOTIFY-QUEUE.DAT (NOTIFYQ.CPY) for    *
      * the mail/pager gateway to send:                                *
      *                                                                *
      *   - every alert in OPERATIONS-ALERTS.DAT not yet acknowledged  *
      *     through AOCACK;                                            *
      *   - every step failure in JOB-RUN-CONTROL.DAT not since        *
      *     rerun clean;                                               *
      *   - every warehouse extract AOCACKP has marked OVERDUE in      *
      *     EXTRACT-STATUS.DAT and still is.                           *
      *                                                                *
      * The contact comes from the on-call directory,                  *
      * ONCALL-CONTACTS.DAT (ONCALL.CPY), by the item's program, the   *
      * feed base JOB-NETWORK.DAT runs that program under, and its     *
      * severity. Every message queued is recorded in NOTIFY-LOG.DAT   *
      * (NOTIFYL.CPY) against the alert, step or run-id that caused    *
      * it, so an item is notified once however often this runs.       *
      *                                                                *
      * A CRITICAL item still outstanding ESCALATE-MINUTES after it    *
      * was notified (default 30, tunable in AOC-TUNING.DAT) is        *
      * re-notified, once, to the directory's backup contact. An item  *
      * no directory rule routes is reported, ends the run RC=4 and    *
      * is tried again next time.                                      *
      *                                                                *
      * NIGHTLY-RUN.sh runs it when the stream ends, whether the       *
      * stream completed or aborted; between nights the escalation     *
      * sweep is the same program run on a schedule:                   *
      *   ./AOCRUN.sh AOCNOTE                                          *
      *   ./AOCRUN.sh AOCNOTE LIST                                     *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCNOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE
           ASSIGN TO "ONCALL-CONTACTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTACT-STATUS.
           SELECT NETWORK-FILE
           ASSIGN TO "JOB-NETWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NETWORK-STATUS.
           SELECT ALERT-FILE
           ASSIGN TO "OPERATIONS-ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.
           SELECT ACK-FILE
           ASSIGN TO "ALERT-ACKS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
           SELECT RUNCTL-FILE
           ASSIGN TO "JOB-RUN-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT XSTAT-FILE
           ASSIGN TO "EXTRACT-STATUS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XSTAT-STATUS.
           SELECT QUEUE-FILE
           ASSIGN TO "NOTIFY-QUEUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.
           SELECT NOTIFY-LOG-FILE
           ASSIGN TO "NOTIFY-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NOTIFY-LOG-STATUS.
           SELECT TUNING-FILE
           ASSIGN TO "AOC-TUNING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TUNING-STATUS.
           SELECT RUN-LOG-FILE
           ASSIGN TO "AOC-RUN-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTACT-FILE.
           COPY ONCALL.
       FD NETWORK-FILE.
           COPY JOBNET.
       FD ALERT-FILE.
           COPY AOCALRT.
       FD ACK-FILE.
           COPY AOCACKR.
       FD RUNCTL-FILE.
       01  RUNCTL-RECORD       PIC X(40).
       FD XSTAT-FILE.
           COPY XTRSTAT.
       FD QUEUE-FILE.
           COPY NOTIFYQ.
       FD NOTIFY-LOG-FILE.
           COPY NOTIFYL.
       FD TUNING-FILE.
           COPY TUNPARM.
       FD RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
           COPY AOCLOGC.
      *> RUN CORRELATION KEY FROM THE DRIVING JOB STREAM, CARRIED ON
      *> A STEP-FAILURE NOTIFICATION FOR ITS OWN BUSINESS DATE
       01  WS-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-BUSDATE          PIC X(8) VALUE SPACES.
           COPY FILESTAT.
       01  WS-CONTACT-STATUS   PIC 9(2).
       01  WS-NETWORK-STATUS   PIC 9(2).
       01  WS-ALERT-STATUS     PIC 9(2).
       01  WS-ACK-STATUS       PIC 9(2).
       01  WS-RUNCTL-STATUS    PIC 9(2).
       01  WS-XSTAT-STATUS     PIC 9(2).
       01  WS-QUEUE-STATUS     PIC 9(2).
       01  WS-NOTIFY-LOG-STATUS PIC 9(2).
       01  WS-TUNING-STATUS    PIC 9(2).
      *> MINUTES A NOTIFIED CRITICAL ITEM MAY STAY OUTSTANDING
      *> BEFORE IT IS ESCALATED TO THE BACKUP CONTACT
       77  WS-ESCALATE-MINUTES PIC 9(4) VALUE 30.
       01  WS-ARGUMENTS        PIC X(80).
       01  WS-VERB             PIC X(8).
       01  WS-STAMP            PIC X(14).
      *> THE ON-CALL DIRECTORY, IN FILE ORDER SO A LATER RULE WINS A
      *> TIE WITH AN EARLIER ONE
       01  WS-CONTACT-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-MAX-CONTACTS     PIC 9(4) VALUE 200.
       01  CONTACT-TABLE.
           05  CONTACT-ENTRY   OCCURS 200 TIMES INDEXED BY CN.
               10  CN-PROGRAM-ID   PIC X(8).
               10  CN-BASE         PIC X(8).
               10  CN-SEVERITY     PIC X(8).
               10  CN-CONTACT      PIC X(28).
               10  CN-BACKUP       PIC X(28).
      *> THE FEED BASE EACH PROGRAM RUNS UNDER IN THE JOB NETWORK
       01  WS-NETWORK-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-MAX-NETWORK      PIC 9(4) VALUE 100.
       01  NETWORK-TABLE.
           05  NETWORK-ENTRY   OCCURS 100 TIMES INDEXED BY NW.
               10  NW-PROGRAM-ID   PIC X(10).
               10  NW-BASE         PIC X(8).
      *> EVERY ITEM THAT MAY NEED SOMEONE TOLD, KEYED BY ITS SOURCE
      *> AND SOURCE KEY: STILL OUTSTANDING OR NOT, AND WHAT THE
      *> NOTIFICATION LOG SAYS HAS ALREADY BEEN SENT ABOUT IT
       01  WS-ITEM-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-ITEMS        PIC 9(4) VALUE 1000.
       01  ITEM-TABLE.
           05  ITEM-ENTRY      OCCURS 1000 TIMES INDEXED BY IT.
               10  IT-SOURCE       PIC X(6).
               10  IT-KEY          PIC X(28).
               10  IT-RUN-ID       PIC X(14).
               10  IT-PROGRAM-ID   PIC X(8).
               10  IT-SEVERITY     PIC X(8).
               10  IT-TEXT         PIC X(80).
               10  IT-OPEN         PIC X.
               10  IT-NOTIFIED     PIC X.
               10  IT-NOTIFY-STAMP PIC X(14).
               10  IT-ESCALATED    PIC X.
       01  WS-FIND-SOURCE      PIC X(6).
       01  WS-FIND-KEY.
           05  WS-KEY-1        PIC X(8).
           05  WS-KEY-2        PIC X(8).
           05  WS-KEY-3        PIC X(12).
       01  WS-ITEM-FOUND       PIC X.
       01  WS-TEXT             PIC X(80).
      *> ROUTING: THE BEST-MATCHING DIRECTORY RULE FOR ONE ITEM
       01  WS-ROUTE-BASE       PIC X(8).
       01  WS-ROUTE-FOUND      PIC X.
       01  WS-ROUTE-SCORE      PIC 9(1).
       01  WS-RULE-SCORE       PIC 9(1).
       01  WS-ROUTE-CONTACT    PIC X(28).
       01  WS-ROUTE-BACKUP     PIC X(28).
       01  WS-BASE-FOUND       PIC X.
      *> ESCALATION ARITHMETIC, IN MINUTES SINCE DAY ONE
       01  WS-CALC-STAMP.
           05  WS-CALC-DATE    PIC 9(8).
           05  WS-CALC-HOUR    PIC 9(2).
           05  WS-CALC-MINUTE  PIC 9(2).
           05  FILLER          PIC X(2).
       01  WS-CALC-MINUTES     PIC 9(9).
       01  WS-NOW-MINUTES      PIC 9(9).
       01  WS-ELAPSED-MINUTES  PIC S9(9).
      *> ONE MESSAGE ON ITS WAY TO THE QUEUE
       01  WS-NEXT-NOTIFY-NO   PIC 9(6) VALUE ZERO.
       01  WS-SEND-LEVEL       PIC X(8).
       01  WS-SEND-CONTACT     PIC X(28).
       01  WS-SEND-TEXT        PIC X(120).
       01  WS-SEND-PTR         PIC 9(3).
       01  WS-NUM-ED           PIC Z(8)9.
       01  WS-LEAD-SPACES      PIC 9(2).
       01  WS-NOTIFIED-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-ESCALATED-COUNT  PIC 9(4) VALUE ZERO.
       01  WS-UNROUTED-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-LIST-COUNT       PIC 9(4) VALUE ZERO.
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           ACCEPT WS-BUSDATE FROM ENVIRONMENT "BUSDATE".
           IF WS-BUSDATE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSDATE
           END-IF.
           MOVE "AOCNOTE" TO WS-LOG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.

           PERFORM PARSE-ARGUMENTS.

           IF WS-VERB = "LIST"
             PERFORM LIST-NOTIFICATIONS
             GOBACK
           END-IF.

           PERFORM LOAD-TUNING.
           PERFORM LOAD-CONTACTS.
           PERFORM LOAD-NETWORK.
           PERFORM COLLECT-ALERTS.
           PERFORM COLLECT-STEP-FAILURES.
           PERFORM COLLECT-TRANSMISSIONS.
           PERFORM LOAD-NOTIFY-LOG.

           MOVE WS-STAMP TO WS-CALC-STAMP.
           PERFORM STAMP-TO-MINUTES.
           MOVE WS-CALC-MINUTES TO WS-NOW-MINUTES.

           PERFORM WORK-ITEM VARYING IT FROM 1 BY 1
             UNTIL IT > WS-ITEM-COUNT.

           DISPLAY "NOTIFICATIONS: " WS-NOTIFIED-COUNT " QUEUED, "
             WS-ESCALATED-COUNT " ESCALATED, " WS-UNROUTED-COUNT
             " WITH NO ON-CALL CONTACT".
           IF WS-NOTIFIED-COUNT NOT = ZERO
             OR WS-ESCALATED-COUNT NOT = ZERO
             MOVE "INFO" TO WS-LOG-SEVERITY
             MOVE SPACES TO WS-LOG-MESSAGE
             STRING "NOTIFICATIONS QUEUED " WS-NOTIFIED-COUNT
               ", ESCALATED " WS-ESCALATED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
             PERFORM WRITE-RUN-LOG
           END-IF.
           IF WS-UNROUTED-COUNT NOT = ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCNOTE           (NOTIFY AND ESCALATE)"
           DISPLAY "       AOCNOTE LIST"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-VERB
           END-UNSTRING.
           IF WS-VERB NOT = SPACES AND WS-VERB NOT = "LIST"
             PERFORM SHOW-USAGE
           END-IF
       .
      *> AN ESCALATE-MINUTES RECORD FOR THIS PROGRAM OVERRIDES THE
      *> COMPILED-IN DEFAULT
       LOAD-TUNING.
           OPEN INPUT TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 35
             MOVE WS-TUNING-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-TUNING-RECORD UNTIL WS-TUNING-STATUS = 10
             CLOSE TUNING-FILE
           END-IF
           DISPLAY "TUNING: ESCALATE-MINUTES " WS-ESCALATE-MINUTES
       .
       READ-TUNING-RECORD.
           READ TUNING-FILE.
           IF WS-TUNING-STATUS NOT = 10
             AND TUN-PROGRAM-ID = "AOCNOTE"
             AND TUN-KEYWORD = "ESCALATE-MINUTES"
             AND TUN-VALUE NOT = ZERO
             IF TUN-VALUE > 9999
               DISPLAY "TUNING: ESCALATE-MINUTES " TUN-VALUE
                 " EXCEEDS 9999, DEFAULT KEPT"
             ELSE
               MOVE TUN-VALUE TO WS-ESCALATE-MINUTES
             END-IF
           END-IF
       .
      *> NO DIRECTORY ROUTES NOTHING: EVERY ITEM IS REPORTED AS
      *> UNROUTED AND WAITS FOR THE DIRECTORY TO BE CATALOGUED
       LOAD-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS = 35
             DISPLAY "WARNING: NO ON-CALL DIRECTORY"
               " (ONCALL-CONTACTS.DAT) CATALOGUED"
           ELSE
             MOVE WS-CONTACT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CONTACT UNTIL WS-CONTACT-STATUS = 10
             CLOSE CONTACT-FILE
           END-IF
       .
       READ-CONTACT.
           READ CONTACT-FILE.
           IF WS-CONTACT-STATUS NOT = 10
             AND OC-CONTACT NOT = SPACES
             IF WS-CONTACT-COUNT NOT < WS-MAX-CONTACTS
               DISPLAY "TOO MANY ON-CALL RULES, LIMIT IS "
                 WS-MAX-CONTACTS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-CONTACT-COUNT
             SET CN TO WS-CONTACT-COUNT
             MOVE OC-PROGRAM-ID TO CN-PROGRAM-ID(CN)
             MOVE OC-BASE TO CN-BASE(CN)
             MOVE OC-SEVERITY TO CN-SEVERITY(CN)
             MOVE OC-CONTACT TO CN-CONTACT(CN)
             MOVE OC-BACKUP TO CN-BACKUP(CN)
           END-IF
       .
       LOAD-NETWORK.
           OPEN INPUT NETWORK-FILE.
           IF WS-NETWORK-STATUS NOT = 35
             MOVE WS-NETWORK-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-NETWORK UNTIL WS-NETWORK-STATUS = 10
             CLOSE NETWORK-FILE
           END-IF
       .
       READ-NETWORK.
           READ NETWORK-FILE.
           IF WS-NETWORK-STATUS NOT = 10
             AND JN-STEP NUMERIC
             AND JN-BASE NOT = SPACES
             IF WS-NETWORK-COUNT NOT < WS-MAX-NETWORK
               DISPLAY "TOO MANY JOB NETWORK STEPS, LIMIT IS "
                 WS-MAX-NETWORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-NETWORK-COUNT
             SET NW TO WS-NETWORK-COUNT
             MOVE JN-PROGRAM TO NW-PROGRAM-ID(NW)
             MOVE JN-BASE TO NW-BASE(NW)
           END-IF
       .
      *> EVERY ALERT IS OUTSTANDING UNTIL AOCACK RECORDS ANY ACTION
      *> ON ITS PROGRAM/DATE/METRIC
       COLLECT-ALERTS.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = 35
             MOVE WS-ALERT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-ALERT UNTIL WS-ALERT-STATUS = 10
             CLOSE ALERT-FILE
           END-IF.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = 35
             MOVE WS-ACK-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-ACK UNTIL WS-ACK-STATUS = 10
             CLOSE ACK-FILE
           END-IF
       .
       READ-ALERT.
           READ ALERT-FILE.
           IF WS-ALERT-STATUS NOT = 10
             MOVE "ALERT" TO WS-FIND-SOURCE
             MOVE ALR-PROGRAM-ID TO WS-KEY-1
             MOVE ALR-RUN-DATE TO WS-KEY-2
             MOVE ALR-METRIC TO WS-KEY-3
             PERFORM FIND-OR-ADD-ITEM
             MOVE ALR-RUN-ID TO IT-RUN-ID(IT)
             MOVE ALR-PROGRAM-ID TO IT-PROGRAM-ID(IT)
             MOVE ALR-SEVERITY TO IT-SEVERITY(IT)
             MOVE 'Y' TO IT-OPEN(IT)
             MOVE SPACES TO WS-TEXT
             MOVE 1 TO WS-SEND-PTR
             STRING ALR-SEVERITY DELIMITED BY " "
               " ALERT " DELIMITED BY SIZE
               ALR-PROGRAM-ID DELIMITED BY " "
               " " DELIMITED BY SIZE
               ALR-METRIC DELIMITED BY " "
               " " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-SEND-PTR
             MOVE ALR-VALUE-PCT TO WS-NUM-ED
             PERFORM COUNT-LEAD-SPACES
             STRING WS-NUM-ED(WS-LEAD-SPACES + 1:) DELIMITED BY SIZE
               "% OVER " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-SEND-PTR
             MOVE ALR-THRESHOLD-PCT TO WS-NUM-ED
             PERFORM COUNT-LEAD-SPACES
             STRING WS-NUM-ED(WS-LEAD-SPACES + 1:) DELIMITED BY SIZE
               "% FOR BUSINESS DATE " DELIMITED BY SIZE
               ALR-RUN-DATE DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-SEND-PTR
             MOVE WS-TEXT TO IT-TEXT(IT)
           END-IF
       .
       READ-ACK.
           READ ACK-FILE.
           IF WS-ACK-STATUS NOT = 10
             MOVE "ALERT" TO WS-FIND-SOURCE
             MOVE ACK-PROGRAM-ID TO WS-KEY-1
             MOVE ACK-ALERT-DATE TO WS-KEY-2
             MOVE ACK-METRIC TO WS-KEY-3
             PERFORM FIND-ITEM
             IF WS-ITEM-FOUND = 'Y'
               MOVE 'N' TO IT-OPEN(IT)
             END-IF
           END-IF
       .
      *> A STEP THAT ENDED NON-ZERO IS OUTSTANDING UNTIL A LATER
      *> RUN-CONTROL RECORD SHOWS THE SAME STEP FOR THE SAME DATE
      *> RERUN CLEAN (LAYOUT: DATE 1-8, STEP 10-12, PROGRAM 14-21,
      *> "RC=N" FROM 23); RC=4 IS A WARNING, ANYTHING WORSE CRITICAL
       COLLECT-STEP-FAILURES.
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
             MOVE "STEP" TO WS-FIND-SOURCE
             MOVE RUNCTL-RECORD(1:8) TO WS-KEY-1
             MOVE RUNCTL-RECORD(10:3) TO WS-KEY-2
             MOVE RUNCTL-RECORD(14:8) TO WS-KEY-3
             IF RUNCTL-RECORD(23:4) = "RC=0"
               AND RUNCTL-RECORD(27:1) = SPACE
               PERFORM FIND-ITEM
               IF WS-ITEM-FOUND = 'Y'
                 MOVE 'N' TO IT-OPEN(IT)
               END-IF
             ELSE
               PERFORM FIND-OR-ADD-ITEM
               PERFORM NOTE-STEP-FAILURE
             END-IF
           END-IF
       .
       NOTE-STEP-FAILURE.
           IF RUNCTL-RECORD(1:8) = WS-BUSDATE
             MOVE WS-RUN-ID TO IT-RUN-ID(IT)
           ELSE
             MOVE SPACES TO IT-RUN-ID(IT)
           END-IF.
           MOVE RUNCTL-RECORD(14:8) TO IT-PROGRAM-ID(IT).
           IF RUNCTL-RECORD(26:2) = "4 "
             MOVE "WARNING" TO IT-SEVERITY(IT)
           ELSE
             MOVE "CRITICAL" TO IT-SEVERITY(IT)
           END-IF.
           MOVE 'Y' TO IT-OPEN(IT).
           MOVE SPACES TO WS-TEXT.
           STRING "STEP " RUNCTL-RECORD(10:3) " " DELIMITED BY SIZE
             RUNCTL-RECORD(14:8) DELIMITED BY " "
             " ENDED " DELIMITED BY SIZE
             RUNCTL-RECORD(23:6) DELIMITED BY " "
             " FOR BUSINESS DATE " RUNCTL-RECORD(1:8)
             DELIMITED BY SIZE
             INTO WS-TEXT.
           MOVE WS-TEXT TO IT-TEXT(IT)
       .
      *> A TRANSMISSION IS OUTSTANDING WHILE ITS LAST STATUS ON FILE
      *> IS OVERDUE; A LATER ACKNOWLEDGMENT OR REJECTION CLEARS IT
       COLLECT-TRANSMISSIONS.
           OPEN INPUT XSTAT-FILE.
           IF WS-XSTAT-STATUS NOT = 35
             MOVE WS-XSTAT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-XSTAT UNTIL WS-XSTAT-STATUS = 10
             CLOSE XSTAT-FILE
           END-IF
       .
       READ-XSTAT.
           READ XSTAT-FILE.
           IF WS-XSTAT-STATUS NOT = 10
             MOVE "XMIT" TO WS-FIND-SOURCE
             MOVE XS-RUN-ID TO WS-FIND-KEY
             IF XS-STATUS = "OVERDUE"
               PERFORM FIND-OR-ADD-ITEM
               MOVE XS-RUN-ID TO IT-RUN-ID(IT)
               MOVE "AOCXTRC" TO IT-PROGRAM-ID(IT)
               MOVE "CRITICAL" TO IT-SEVERITY(IT)
               MOVE 'Y' TO IT-OPEN(IT)
               MOVE SPACES TO WS-TEXT
               STRING "WAREHOUSE EXTRACT FOR RUN " XS-RUN-ID
                 " SENT " XS-SENT-DATE
                 " NOT ACKNOWLEDGED, OVERDUE" DELIMITED BY SIZE
                 INTO WS-TEXT
               MOVE WS-TEXT TO IT-TEXT(IT)
             ELSE
               PERFORM FIND-ITEM
               IF WS-ITEM-FOUND = 'Y'
                 MOVE 'N' TO IT-OPEN(IT)
               END-IF
             END-IF
           END-IF
       .
      *> WHAT HAS ALREADY GONE OUT ABOUT EACH ITEM, AND THE HIGHEST
      *> NOTIFICATION NUMBER ISSUED SO FAR
       LOAD-NOTIFY-LOG.
           OPEN INPUT NOTIFY-LOG-FILE.
           IF WS-NOTIFY-LOG-STATUS NOT = 35
             MOVE WS-NOTIFY-LOG-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-NOTIFY-LOG UNTIL WS-NOTIFY-LOG-STATUS = 10
             CLOSE NOTIFY-LOG-FILE
           END-IF
       .
       READ-NOTIFY-LOG.
           READ NOTIFY-LOG-FILE.
           IF WS-NOTIFY-LOG-STATUS NOT = 10
             IF NL-NOTIFY-NO > WS-NEXT-NOTIFY-NO
               MOVE NL-NOTIFY-NO TO WS-NEXT-NOTIFY-NO
             END-IF
             MOVE NL-SOURCE TO WS-FIND-SOURCE
             MOVE NL-SOURCE-KEY TO WS-FIND-KEY
             PERFORM FIND-ITEM
             IF WS-ITEM-FOUND = 'Y'
               IF NL-LEVEL = "ESCALATE"
                 MOVE 'Y' TO IT-ESCALATED(IT)
               ELSE
                 MOVE 'Y' TO IT-NOTIFIED(IT)
                 MOVE NL-STAMP TO IT-NOTIFY-STAMP(IT)
               END-IF
             END-IF
           END-IF
       .
      *> LOCATE THE ITEM FOR WS-FIND-SOURCE/WS-FIND-KEY, LEAVING IT
      *> ON IT WHEN FOUND
       FIND-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           PERFORM CHECK-ITEM VARYING IT FROM 1 BY 1
             UNTIL IT > WS-ITEM-COUNT OR WS-ITEM-FOUND = 'Y'.
           IF WS-ITEM-FOUND = 'Y'
             SET IT DOWN BY 1
           END-IF
       .
       CHECK-ITEM.
           IF IT-SOURCE(IT) = WS-FIND-SOURCE
             AND IT-KEY(IT) = WS-FIND-KEY
             MOVE 'Y' TO WS-ITEM-FOUND
           END-IF
       .
       FIND-OR-ADD-ITEM.
           PERFORM FIND-ITEM.
           IF WS-ITEM-FOUND = 'N'
             IF WS-ITEM-COUNT NOT < WS-MAX-ITEMS
               DISPLAY "TOO MANY NOTIFIABLE ITEMS, LIMIT IS "
                 WS-MAX-ITEMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-ITEM-COUNT
             SET IT TO WS-ITEM-COUNT
             MOVE WS-FIND-SOURCE TO IT-SOURCE(IT)
             MOVE WS-FIND-KEY TO IT-KEY(IT)
             MOVE 'N' TO IT-NOTIFIED(IT)
             MOVE SPACES TO IT-NOTIFY-STAMP(IT)
             MOVE 'N' TO IT-ESCALATED(IT)
           END-IF
       .
      *> AN OUTSTANDING ITEM NOBODY HAS BEEN TOLD ABOUT GOES TO THE
      *> ON-CALL CONTACT; A CRITICAL ONE ALREADY TOLD IS CHECKED FOR
      *> ESCALATION
       WORK-ITEM.
           IF IT-OPEN(IT) = 'Y'
             IF IT-NOTIFIED(IT) = 'N'
               PERFORM NOTIFY-ITEM
             ELSE
               IF IT-SEVERITY(IT) = "CRITICAL"
                 AND IT-ESCALATED(IT) = 'N'
                 PERFORM CHECK-ESCALATION
               END-IF
             END-IF
           END-IF
       .
       NOTIFY-ITEM.
           PERFORM ROUTE-ITEM.
           IF WS-ROUTE-FOUND = 'Y'
             MOVE "NOTIFY" TO WS-SEND-LEVEL
             MOVE WS-ROUTE-CONTACT TO WS-SEND-CONTACT
             MOVE IT-TEXT(IT) TO WS-SEND-TEXT
             PERFORM SEND-NOTIFICATION
             MOVE 'Y' TO IT-NOTIFIED(IT)
             ADD 1 TO WS-NOTIFIED-COUNT
           END-IF
       .
       CHECK-ESCALATION.
           MOVE IT-NOTIFY-STAMP(IT) TO WS-CALC-STAMP.
           IF WS-CALC-STAMP(1:12) NUMERIC
             PERFORM STAMP-TO-MINUTES
             COMPUTE WS-ELAPSED-MINUTES =
               WS-NOW-MINUTES - WS-CALC-MINUTES
             IF WS-ELAPSED-MINUTES NOT < WS-ESCALATE-MINUTES
               PERFORM ESCALATE-ITEM
             END-IF
           END-IF
       .
      *> THE BACKUP CONTACT OF THE RULE ROUTING THE ITEM TODAY; A
      *> RULE WITH NO BACKUP ESCALATES TO ITS OWN CONTACT AGAIN
       ESCALATE-ITEM.
           PERFORM ROUTE-ITEM.
           IF WS-ROUTE-FOUND = 'Y'
             MOVE "ESCALATE" TO WS-SEND-LEVEL
             IF WS-ROUTE-BACKUP = SPACES OR WS-ROUTE-BACKUP = "*"
               MOVE WS-ROUTE-CONTACT TO WS-SEND-CONTACT
             ELSE
               MOVE WS-ROUTE-BACKUP TO WS-SEND-CONTACT
             END-IF
             MOVE SPACES TO WS-SEND-TEXT
             MOVE 1 TO WS-SEND-PTR
             MOVE WS-ELAPSED-MINUTES TO WS-NUM-ED
             PERFORM COUNT-LEAD-SPACES
             STRING "ESCALATED, OUTSTANDING " DELIMITED BY SIZE
               WS-NUM-ED(WS-LEAD-SPACES + 1:) DELIMITED BY SIZE
               " MIN AFTER NOTICE: " DELIMITED BY SIZE
               IT-TEXT(IT) DELIMITED BY SIZE
               INTO WS-SEND-TEXT WITH POINTER WS-SEND-PTR
             PERFORM SEND-NOTIFICATION
             MOVE 'Y' TO IT-ESCALATED(IT)
             ADD 1 TO WS-ESCALATED-COUNT
           END-IF
       .
      *> PICK THE DIRECTORY RULE FOR THE ITEM'S PROGRAM, ITS FEED
      *> BASE AND ITS SEVERITY: A NAMED PROGRAM SCORES 4, A NAMED
      *> BASE 2, A NAMED SEVERITY 1; HIGHEST SCORE WINS, LATER RULE
      *> ON A TIE
       ROUTE-ITEM.
           MOVE SPACES TO WS-ROUTE-BASE.
           MOVE 'N' TO WS-BASE-FOUND.
           PERFORM CHECK-NETWORK-PROGRAM VARYING NW FROM 1 BY 1
             UNTIL NW > WS-NETWORK-COUNT OR WS-BASE-FOUND = 'Y'.
           MOVE 'N' TO WS-ROUTE-FOUND.
           MOVE ZERO TO WS-ROUTE-SCORE.
           PERFORM CHECK-CONTACT-RULE VARYING CN FROM 1 BY 1
             UNTIL CN > WS-CONTACT-COUNT.
           IF WS-ROUTE-FOUND = 'N'
             ADD 1 TO WS-UNROUTED-COUNT
             DISPLAY "*** NO ON-CALL CONTACT FOR " IT-SEVERITY(IT)
               " " IT-SOURCE(IT) " " IT-KEY(IT) ", NOT NOTIFIED ***"
             MOVE "WARNING" TO WS-LOG-SEVERITY
             MOVE SPACES TO WS-LOG-MESSAGE
             STRING "NO ON-CALL CONTACT FOR " IT-SOURCE(IT) " "
               IT-KEY(IT) DELIMITED BY SIZE INTO WS-LOG-MESSAGE
             PERFORM WRITE-RUN-LOG
           END-IF
       .
       CHECK-NETWORK-PROGRAM.
           IF NW-PROGRAM-ID(NW) = IT-PROGRAM-ID(IT)
             MOVE NW-BASE(NW) TO WS-ROUTE-BASE
             MOVE 'Y' TO WS-BASE-FOUND
           END-IF
       .
       CHECK-CONTACT-RULE.
           IF (CN-PROGRAM-ID(CN) = "*"
               OR CN-PROGRAM-ID(CN) = IT-PROGRAM-ID(IT))
             AND (CN-BASE(CN) = "*"
               OR CN-BASE(CN) = WS-ROUTE-BASE)
             AND (CN-SEVERITY(CN) = "*"
               OR CN-SEVERITY(CN) = IT-SEVERITY(IT))
             MOVE ZERO TO WS-RULE-SCORE
             IF CN-PROGRAM-ID(CN) NOT = "*"
               ADD 4 TO WS-RULE-SCORE
             END-IF
             IF CN-BASE(CN) NOT = "*"
               ADD 2 TO WS-RULE-SCORE
             END-IF
             IF CN-SEVERITY(CN) NOT = "*"
               ADD 1 TO WS-RULE-SCORE
             END-IF
             IF WS-ROUTE-FOUND = 'N'
               OR WS-RULE-SCORE NOT < WS-ROUTE-SCORE
               MOVE 'Y' TO WS-ROUTE-FOUND
               MOVE WS-RULE-SCORE TO WS-ROUTE-SCORE
               MOVE CN-CONTACT(CN) TO WS-ROUTE-CONTACT
               MOVE CN-BACKUP(CN) TO WS-ROUTE-BACKUP
             END-IF
           END-IF
       .
      *> QUEUE ONE MESSAGE FOR THE GATEWAY AND LOG IT AGAINST THE
      *> ITEM THAT CAUSED IT
       SEND-NOTIFICATION.
           ADD 1 TO WS-NEXT-NOTIFY-NO.
           OPEN EXTEND QUEUE-FILE.
           IF WS-QUEUE-STATUS = 35
             OPEN OUTPUT QUEUE-FILE
           END-IF.
           MOVE WS-QUEUE-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE WS-NEXT-NOTIFY-NO TO NQ-NOTIFY-NO.
           MOVE WS-STAMP TO NQ-STAMP.
           MOVE WS-SEND-LEVEL TO NQ-LEVEL.
           MOVE IT-SEVERITY(IT) TO NQ-SEVERITY.
           MOVE WS-SEND-CONTACT TO NQ-CONTACT.
           MOVE WS-SEND-TEXT TO NQ-TEXT.
           WRITE NOTIFY-QUEUE-RECORD.
           CLOSE QUEUE-FILE.
           OPEN EXTEND NOTIFY-LOG-FILE.
           IF WS-NOTIFY-LOG-STATUS = 35
             OPEN OUTPUT NOTIFY-LOG-FILE
           END-IF.
           MOVE WS-NOTIFY-LOG-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE WS-NEXT-NOTIFY-NO TO NL-NOTIFY-NO.
           MOVE WS-STAMP TO NL-STAMP.
           MOVE WS-SEND-LEVEL TO NL-LEVEL.
           MOVE IT-SOURCE(IT) TO NL-SOURCE.
           MOVE IT-KEY(IT) TO NL-SOURCE-KEY.
           MOVE IT-RUN-ID(IT) TO NL-RUN-ID.
           MOVE IT-SEVERITY(IT) TO NL-SEVERITY.
           MOVE WS-SEND-CONTACT TO NL-CONTACT.
           MOVE IT-TEXT(IT) TO NL-TEXT.
           WRITE NOTIFY-LOG-RECORD.
           CLOSE NOTIFY-LOG-FILE.
           DISPLAY WS-SEND-LEVEL " " WS-NEXT-NOTIFY-NO " TO "
             WS-SEND-CONTACT ": " IT-TEXT(IT)
       .
       STAMP-TO-MINUTES.
           COMPUTE WS-CALC-MINUTES =
             FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440
             + WS-CALC-HOUR * 60 + WS-CALC-MINUTE
       .
       COUNT-LEAD-SPACES.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-NUM-ED TALLYING WS-LEAD-SPACES
             FOR LEADING SPACES
       .
      *> THE NOTIFICATION HISTORY, EACH MESSAGE WITH WHAT CAUSED IT
       LIST-NOTIFICATIONS.
           DISPLAY "NO.    STAMP          LEVEL    SEVERITY CONTACT".
           OPEN INPUT NOTIFY-LOG-FILE.
           IF WS-NOTIFY-LOG-STATUS NOT = 35
             MOVE WS-NOTIFY-LOG-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM LIST-ONE-NOTIFICATION
               UNTIL WS-NOTIFY-LOG-STATUS = 10
             CLOSE NOTIFY-LOG-FILE
           END-IF.
           DISPLAY WS-LIST-COUNT " NOTIFICATION(S) ON FILE"
       .
       LIST-ONE-NOTIFICATION.
           READ NOTIFY-LOG-FILE.
           IF WS-NOTIFY-LOG-STATUS NOT = 10
             ADD 1 TO WS-LIST-COUNT
             DISPLAY NL-NOTIFY-NO " " NL-STAMP " " NL-LEVEL " "
               NL-SEVERITY " " NL-CONTACT
             DISPLAY "       " NL-SOURCE " " NL-SOURCE-KEY
               " RUN " NL-RUN-ID
             DISPLAY "       " NL-TEXT
           END-IF
       .
       END PROGRAM AOCNOTE.
