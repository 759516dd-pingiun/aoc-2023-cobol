      ******************************************************************
      * Advent of Code 2023, parameter change-control workbench        *
      *                                                                *
      * The parameter datasets that steer the nightly stream --        *
      * AOCALERT-PARM.DAT, AOC-TUNING.DAT, DAY2A-LIMITS.DAT,           *
      * PROCESSING-CALENDAR.DAT, ONCALL-CONTACTS.DAT,                  *
      * RETENTION-POLICY.DAT, LEGAL-HOLDS.DAT, OPERATOR-AUTH.DAT,      *
      * REPORT-DISTRIBUTION.DAT, FEED-TOLERANCE.DAT and every          *
      * <PROG>-EXPECTED.DAT -- were edited in place by whoever had the *
      * directory open. This workbench puts a maker-checker in front   *
      * of them: one operator proposes a one-record change, a          *
      * DIFFERENT operator approves it, and only the approval builds   *
      * the changed file. Every event is appended to PARM-CHANGES.DAT  *
      * (PARMCHG.CPY) with its user, timestamp and before/after record *
      * images:                                                        *
      *                                                                *
      *   PROPOSE <dataset> <user> ADD|REPLACE|DELETE <record image>   *
      *   PROPOSE <dataset> <user> ADOPT                               *
      *   APPROVE <change> <user>                                      *
      *   REJECT  <change> <user> <reason>                             *
      *   LIST    every change with its current status                 *
      *   PENDING the changes still awaiting a checker                 *
      *                                                                *
      * The maker and the checker are who the job runs under, not who  *
      * is typed: PROPOSE needs a PARMCHANGE grant in                  *
      * OPERATOR-AUTH.DAT for the user id the job runs under           *
      * (AOCAUTHW.CPY), APPROVE and REJECT a PARMAPPROVE grant, and    *
      * the <user> named must be that user id, so one operator cannot  *
      * propose under one name and approve under another. A record     *
      * image may be up to 120 characters, the longest controlled      *
      * record (LEGAL-HOLDS.DAT) included; a dataset carrying a longer *
      * one is refused rather than rebuilt short.                      *
      *                                                                *
      * A record's key is the part of its image that names it: the     *
      * program id in AOCALERT-PARM, program and keyword in            *
      * AOC-TUNING, the scenario name in DAY2A-LIMITS, the date in     *
      * the calendar, program, base and severity in the on-call        *
      * directory, name and kind in the retention policy, the hold id  *
      * in the legal holds, user and function in the operator          *
      * authorizations, base and measure in the feed tolerances and    *
      * the generation in an -EXPECTED file.                           *
      *                                                                *
      * Approval writes <dataset>.NEW and names the dataset in         *
      * PARM-APPLY.DAT; the wrapper swaps .NEW over the live file      *
      * after a clean end and copies it to <dataset>.APPROVED, the     *
      * image NIGHTLY-RUN.sh checks the live file against before it    *
      * dispatches. An approval is refused if the live file no longer  *
      * matches its approved image (an unreviewed hand edit) or the    *
      * record has changed since the proposal; ADOPT, approved like    *
      * any other change, takes the live file as it stands as the      *
      * approved image -- the way a dataset first comes under control  *
      * or a hand edit is reviewed and accepted.                       *
      *                                                                *
      * Run through the standalone wrapper, which takes the dataset    *
      * ENQ and performs the swap:                                     *
      *   ./AOCRUN.sh AOCCHG PENDING                                   *
      *   ./AOCRUN.sh AOCCHG "PROPOSE AOCALERT-PARM.DAT JB REPLACE     *
      *                        DAY1A   010050025075"                   *
      *   ./AOCRUN.sh AOCCHG "APPROVE 000001 MK"                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE
           ASSIGN TO "PARM-CHANGES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHANGE-STATUS.
      *> THE LIVE, APPROVED-IMAGE AND REBUILT COPIES OF WHICHEVER
      *> DATASET THE CHANGE NAMES, RE-POINTED AT RUN TIME
           SELECT LIVE-FILE
           ASSIGN TO "PARMLIVE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT APPROVED-FILE
           ASSIGN TO "PARMAPPR"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APPROVED-STATUS.
           SELECT NEW-FILE
           ASSIGN TO "PARMNEW"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.
           SELECT APPLY-FILE
           ASSIGN TO "PARM-APPLY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APPLY-STATUS.
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
       FD CHANGE-FILE.
           COPY PARMCHG.
       FD LIVE-FILE.
       01  LIVE-RECORD             PIC X(120).
       FD APPROVED-FILE.
       01  APPROVED-RECORD         PIC X(120).
       FD NEW-FILE.
       01  NEW-RECORD              PIC X(120).
       FD APPLY-FILE.
       01  APPLY-RECORD            PIC X(40).
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
       01  WS-CHANGE-STATUS    PIC 9(2).
       01  WS-LIVE-STATUS      PIC 9(2).
       01  WS-APPROVED-STATUS  PIC 9(2).
       01  WS-NEW-STATUS       PIC 9(2).
       01  WS-APPLY-STATUS     PIC 9(2).
      *> THE REQUESTED ACTION, PARSED FROM THE COMMAND LINE; FOR A
      *> PROPOSAL THE RECORD IMAGE IS EVERYTHING AFTER THE ACTION, SO
      *> IT MAY CARRY EMBEDDED SPACES
       01  WS-ARGUMENTS        PIC X(256).
       01  WS-ARG-PTR          PIC 9(3).
       01  WS-VERB             PIC X(8).
       01  WS-ARG-1            PIC X(40).
       01  WS-ARG-USER         PIC X(8).
       01  WS-ARG-3            PIC X(20).
       01  WS-ARG-IMAGE        PIC X(120).
       01  WS-CHANGE-NO        PIC 9(6).
       01  WS-NEXT-CHANGE-NO   PIC 9(6) VALUE ZERO.
       01  WS-DATASET          PIC X(40).
       01  WS-DATASET-DSN      PIC X(48).
       01  WS-STAMP            PIC X(14).
      *> THE CONTROLLED DATASETS AND WHERE EACH ONE'S RECORD KEY
      *> SITS; ANY <PROG>-EXPECTED.DAT IS KEYED BY ITS GENERATION
       01  CONTROLLED-VALUES.
           05  FILLER          PIC X(28)
               VALUE "AOCALERT-PARM.DAT       0108".
           05  FILLER          PIC X(28)
               VALUE "AOC-TUNING.DAT          0128".
           05  FILLER          PIC X(28)
               VALUE "DAY2A-LIMITS.DAT        1010".
           05  FILLER          PIC X(28)
               VALUE "PROCESSING-CALENDAR.DAT 0108".
           05  FILLER          PIC X(28)
               VALUE "ONCALL-CONTACTS.DAT     0124".
           05  FILLER          PIC X(28)
               VALUE "RETENTION-POLICY.DAT    0128".
           05  FILLER          PIC X(28)
               VALUE "LEGAL-HOLDS.DAT         0108".
           05  FILLER          PIC X(28)
               VALUE "OPERATOR-AUTH.DAT       0120".
           05  FILLER          PIC X(28)
               VALUE "REPORT-DISTRIBUTION.DAT 0116".
           05  FILLER          PIC X(28)
               VALUE "FEED-TOLERANCE.DAT      0120".
       01  CONTROLLED-TABLE REDEFINES CONTROLLED-VALUES.
           05  CONTROLLED-ENTRY OCCURS 10 TIMES INDEXED BY CT.
               10  CT-DATASET      PIC X(24).
               10  CT-KEY-START    PIC 9(2).
               10  CT-KEY-LENGTH   PIC 9(2).
       01  WS-KEY-START        PIC 9(2).
       01  WS-KEY-LENGTH       PIC 9(2).
       01  WS-KEY              PIC X(28).
       01  WS-DATASET-LENGTH   PIC 9(2).
       01  WS-SUFFIX-START     PIC 9(2).
      *> THE DATASET AS IT STANDS, HELD SO THE CHANGE CAN BE CHECKED
      *> AGAINST IT AND APPLIED TO IT
       01  WS-LIVE-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAX-LIVE         PIC 9(4) VALUE 400.
       01  LIVE-TABLE.
           05  LIVE-ENTRY      OCCURS 400 TIMES INDEXED BY LV.
               10  LV-RECORD       PIC X(120).
       01  WS-LIVE-ROW         PIC 9(4).
       01  WS-SHIFT-ROW        PIC 9(4).
       01  WS-LIVE-MISSING     PIC X VALUE 'N'.
       01  WS-APPROVED-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-APPROVED-MISSING PIC X VALUE 'N'.
       01  WS-APPROVED-DIFFERS PIC X VALUE 'N'.
      *> EVERY CHANGE ON FILE, THE LAST EVENT FOR EACH NUMBER
      *> DECIDING ITS STATUS
       01  WS-CHANGE-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MAX-CHANGES      PIC 9(4) VALUE 500.
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY    OCCURS 500 TIMES INDEXED BY CG.
               10  CH-CHANGE-NO    PIC 9(6).
               10  CH-STATUS       PIC X(8).
               10  CH-DATASET      PIC X(40).
               10  CH-ACTION       PIC X(8).
               10  CH-KEY          PIC X(28).
               10  CH-PROPOSER     PIC X(8).
               10  CH-PROPOSED     PIC X(14).
               10  CH-CHECKER      PIC X(8).
               10  CH-NOTE         PIC X(20).
               10  CH-BEFORE       PIC X(120).
               10  CH-AFTER        PIC X(120).
       01  WS-CHANGE-FOUND     PIC X.
       01  WS-LIST-COUNT       PIC 9(4) VALUE ZERO.
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCCHG" TO WS-LOG-PROGRAM.
           PERFORM LOAD-CHANGES.
           PERFORM PARSE-ARGUMENTS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           IF WS-VERB = "PROPOSE"
             MOVE "PARMCHANGE" TO WS-AUTH-FUNCTION
           END-IF.
           IF WS-VERB = "APPROVE" OR WS-VERB = "REJECT"
             MOVE "PARMAPPROVE" TO WS-AUTH-FUNCTION
           END-IF.
           IF WS-AUTH-FUNCTION NOT = SPACES
             MOVE WS-ARG-USER TO WS-AUTH-NAMED-USER
             PERFORM CHECK-AUTHORIZATION
           END-IF.

           EVALUATE WS-VERB
             WHEN "PROPOSE"
               PERFORM PROPOSE-CHANGE
             WHEN "APPROVE"
               PERFORM APPROVE-CHANGE
             WHEN "REJECT"
               PERFORM REJECT-CHANGE
             WHEN "LIST"
               PERFORM LIST-CHANGES
             WHEN "PENDING"
               PERFORM LIST-CHANGES
             WHEN OTHER
               PERFORM SHOW-USAGE
           END-EVALUATE.

           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY AOCAUTHW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCCHG LIST"
           DISPLAY "       AOCCHG PENDING"
           DISPLAY "       AOCCHG PROPOSE <DATASET> <USER>"
             " ADD|REPLACE|DELETE <RECORD IMAGE>"
           DISPLAY "       AOCCHG PROPOSE <DATASET> <USER> ADOPT"
           DISPLAY "       AOCCHG APPROVE <CHANGE> <USER>"
           DISPLAY "       AOCCHG REJECT  <CHANGE> <USER> <REASON>"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           MOVE 1 TO WS-ARG-PTR.
           MOVE SPACES TO WS-ARG-IMAGE.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-VERB
                  WS-ARG-1
                  WS-ARG-USER
                  WS-ARG-3
             WITH POINTER WS-ARG-PTR
           END-UNSTRING.
           IF WS-ARG-PTR NOT > 256
             MOVE WS-ARGUMENTS(WS-ARG-PTR:) TO WS-ARG-IMAGE
           END-IF.
           IF WS-VERB = "PROPOSE"
             IF WS-ARG-1 = SPACES OR WS-ARG-USER = SPACES
               OR (WS-ARG-3 NOT = "ADD" AND WS-ARG-3 NOT = "REPLACE"
                 AND WS-ARG-3 NOT = "DELETE" AND WS-ARG-3 NOT = "ADOPT")
               OR (WS-ARG-3 NOT = "ADOPT" AND WS-ARG-IMAGE = SPACES)
               PERFORM SHOW-USAGE
             END-IF
           END-IF.
           IF WS-VERB = "APPROVE" OR WS-VERB = "REJECT"
             IF WS-ARG-1(1:6) NOT NUMERIC
               OR WS-ARG-1(7:) NOT = SPACES
               OR WS-ARG-USER = SPACES
               OR (WS-VERB = "REJECT" AND WS-ARG-3 = SPACES)
               PERFORM SHOW-USAGE
             END-IF
             MOVE WS-ARG-1(1:6) TO WS-CHANGE-NO
           END-IF.
       .
      *> NO CHANGE FILE YET MEANS NO CHANGES; ANY OTHER OPEN FAILURE
      *> IS AN ABORT
       LOAD-CHANGES.
           OPEN INPUT CHANGE-FILE.
           IF WS-CHANGE-STATUS NOT = 35
             MOVE WS-CHANGE-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-CHANGE UNTIL WS-CHANGE-STATUS = 10
             CLOSE CHANGE-FILE
           END-IF.
           COMPUTE WS-NEXT-CHANGE-NO = WS-NEXT-CHANGE-NO + 1.
       .
       READ-CHANGE.
           READ CHANGE-FILE.
           IF WS-CHANGE-STATUS NOT = 10
             IF PC-CHANGE-NO > WS-NEXT-CHANGE-NO
               MOVE PC-CHANGE-NO TO WS-NEXT-CHANGE-NO
             END-IF
             MOVE PC-CHANGE-NO TO WS-CHANGE-NO
             PERFORM FIND-CHANGE
             IF WS-CHANGE-FOUND = 'N'
               IF WS-CHANGE-COUNT NOT < WS-MAX-CHANGES
                 DISPLAY "TOO MANY PARAMETER CHANGES, LIMIT IS "
                   WS-MAX-CHANGES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
               SET CG TO WS-CHANGE-COUNT
               MOVE PC-CHANGE-NO TO CH-CHANGE-NO(CG)
               MOVE PC-DATASET TO CH-DATASET(CG)
               MOVE PC-ACTION TO CH-ACTION(CG)
               MOVE PC-KEY TO CH-KEY(CG)
               MOVE PC-PROPOSER TO CH-PROPOSER(CG)
               MOVE PC-EVENT-STAMP TO CH-PROPOSED(CG)
               MOVE PC-BEFORE-IMAGE TO CH-BEFORE(CG)
               MOVE PC-AFTER-IMAGE TO CH-AFTER(CG)
               MOVE SPACES TO CH-CHECKER(CG)
             END-IF
             MOVE PC-EVENT TO CH-STATUS(CG)
             MOVE PC-NOTE TO CH-NOTE(CG)
             IF PC-EVENT NOT = "PROPOSED"
               MOVE PC-EVENT-USER TO CH-CHECKER(CG)
             END-IF
           END-IF
       .
      *> LOCATE WS-CHANGE-NO IN THE CHANGE TABLE, LEAVING CG ON IT
       FIND-CHANGE.
           MOVE 'N' TO WS-CHANGE-FOUND.
           PERFORM CHECK-CHANGE-NO VARYING CG FROM 1 BY 1
             UNTIL CG > WS-CHANGE-COUNT OR WS-CHANGE-FOUND = 'Y'.
           IF WS-CHANGE-FOUND = 'Y'
             SET CG DOWN BY 1
           END-IF
       .
       CHECK-CHANGE-NO.
           IF CH-CHANGE-NO(CG) = WS-CHANGE-NO
             MOVE 'Y' TO WS-CHANGE-FOUND
           END-IF
       .
      *> SET WS-KEY-START/LENGTH FOR WS-DATASET, REFUSING A DATASET
      *> THAT IS NOT UNDER CHANGE CONTROL
       VALIDATE-DATASET.
           MOVE ZERO TO WS-KEY-START.
           PERFORM CHECK-CONTROLLED VARYING CT FROM 1 BY 1
             UNTIL CT > 10.
           IF WS-KEY-START = ZERO
             MOVE ZERO TO WS-DATASET-LENGTH
             INSPECT WS-DATASET TALLYING WS-DATASET-LENGTH
               FOR CHARACTERS BEFORE INITIAL " "
             IF WS-DATASET-LENGTH > 13
               COMPUTE WS-SUFFIX-START = WS-DATASET-LENGTH - 12
               IF WS-DATASET(WS-SUFFIX-START:13) = "-EXPECTED.DAT"
                 MOVE 10 TO WS-KEY-START
                 MOVE 5 TO WS-KEY-LENGTH
               END-IF
             END-IF
           END-IF.
           IF WS-KEY-START = ZERO
             DISPLAY WS-DATASET " IS NOT A CONTROLLED PARAMETER"
               " DATASET"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO WS-DATASET-DSN.
           STRING WS-DATASET DELIMITED BY " "
             INTO WS-DATASET-DSN
           END-STRING
       .
       CHECK-CONTROLLED.
           IF CT-DATASET(CT) = WS-DATASET
             MOVE CT-KEY-START(CT) TO WS-KEY-START
             MOVE CT-KEY-LENGTH(CT) TO WS-KEY-LENGTH
           END-IF
       .
      *> LOAD THE LIVE DATASET; A MISSING ONE LOADS EMPTY
       LOAD-LIVE.
           DISPLAY "DD_PARMLIVE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DATASET-DSN UPON ENVIRONMENT-VALUE.
           MOVE ZERO TO WS-LIVE-COUNT.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS = 35
             MOVE 'Y' TO WS-LIVE-MISSING
           ELSE
             MOVE WS-LIVE-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-LIVE UNTIL WS-LIVE-STATUS = 10
             CLOSE LIVE-FILE
           END-IF
       .
       READ-LIVE.
           READ LIVE-FILE.
           IF WS-LIVE-STATUS = 04 OR WS-LIVE-STATUS = 06
             DISPLAY WS-DATASET-DSN " HAS A RECORD LONGER THAN 120"
               " CHARACTERS, IT CANNOT BE CHANGED HERE"
             MOVE WS-LIVE-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
           END-IF
           IF WS-LIVE-STATUS NOT = 10
             IF WS-LIVE-COUNT NOT < WS-MAX-LIVE
               DISPLAY "TOO MANY RECORDS IN " WS-DATASET-DSN
                 ", LIMIT IS " WS-MAX-LIVE
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-LIVE-COUNT
             SET LV TO WS-LIVE-COUNT
             MOVE LIVE-RECORD TO LV-RECORD(LV)
           END-IF
       .
      *> FIND THE LIVE RECORD CARRYING WS-KEY; WS-LIVE-ROW IS ZERO
      *> WHEN THERE IS NONE
       FIND-LIVE-KEY.
           MOVE ZERO TO WS-LIVE-ROW.
           PERFORM CHECK-LIVE-KEY VARYING LV FROM 1 BY 1
             UNTIL LV > WS-LIVE-COUNT OR WS-LIVE-ROW NOT = ZERO
       .
       CHECK-LIVE-KEY.
           IF LV-RECORD(LV)(WS-KEY-START:WS-KEY-LENGTH) = WS-KEY
             SET WS-LIVE-ROW TO LV
           END-IF
       .
      *> THE MAKER'S HALF: CHECK THE CHANGE MAKES SENSE AGAINST THE
      *> LIVE DATASET, CAPTURE THE RECORD AS IT STANDS AND LOG THE
      *> PROPOSAL. NOTHING IS CHANGED UNTIL A CHECKER APPROVES IT.
       PROPOSE-CHANGE.
           MOVE WS-ARG-1 TO WS-DATASET.
           PERFORM VALIDATE-DATASET.
           PERFORM LOAD-LIVE.
           MOVE SPACES TO PC-BEFORE-IMAGE.
           MOVE SPACES TO PC-AFTER-IMAGE.
           MOVE SPACES TO WS-KEY.
           IF WS-ARG-3 = "ADOPT"
             IF WS-LIVE-MISSING = 'Y'
               DISPLAY "NO LIVE " WS-DATASET-DSN " TO ADOPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             MOVE WS-ARG-IMAGE(WS-KEY-START:WS-KEY-LENGTH) TO WS-KEY
             IF WS-KEY = SPACES
               DISPLAY "RECORD IMAGE HAS A BLANK KEY IN POSITIONS "
                 WS-KEY-START " FOR " WS-KEY-LENGTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM FIND-LIVE-KEY
             IF WS-ARG-3 = "ADD" AND WS-LIVE-ROW NOT = ZERO
               DISPLAY "KEY " WS-KEY " IS ALREADY IN " WS-DATASET-DSN
                 ", PROPOSE A REPLACE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-ARG-3 NOT = "ADD" AND WS-LIVE-ROW = ZERO
               DISPLAY "KEY " WS-KEY " IS NOT IN " WS-DATASET-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-LIVE-ROW NOT = ZERO
               MOVE LV-RECORD(WS-LIVE-ROW) TO PC-BEFORE-IMAGE
             END-IF
             IF WS-ARG-3 NOT = "DELETE"
               MOVE WS-ARG-IMAGE TO PC-AFTER-IMAGE
             END-IF
           END-IF.
           MOVE WS-NEXT-CHANGE-NO TO PC-CHANGE-NO.
           MOVE "PROPOSED" TO PC-EVENT.
           MOVE WS-AUTH-USER TO PC-EVENT-USER.
           MOVE WS-STAMP TO PC-EVENT-STAMP.
           MOVE WS-DATASET TO PC-DATASET.
           MOVE WS-ARG-3 TO PC-ACTION.
           MOVE WS-KEY TO PC-KEY.
           MOVE WS-AUTH-USER TO PC-PROPOSER.
           MOVE SPACES TO PC-NOTE.
           PERFORM APPEND-EVENT.
           DISPLAY "CHANGE " PC-CHANGE-NO " PROPOSED BY " WS-AUTH-USER
             ": " PC-ACTION " " WS-DATASET-DSN " " WS-KEY.
           IF PC-BEFORE-IMAGE NOT = SPACES
             DISPLAY "  BEFORE: " PC-BEFORE-IMAGE
           END-IF.
           IF PC-AFTER-IMAGE NOT = SPACES
             DISPLAY "  AFTER:  " PC-AFTER-IMAGE
           END-IF.
           DISPLAY "AWAITING APPROVAL BY A DIFFERENT OPERATOR"
       .
      *> THE CHECKER'S HALF: A PENDING CHANGE, APPROVED BY SOMEONE
      *> OTHER THAN ITS MAKER, IS APPLIED TO A FRESH COPY OF THE
      *> DATASET FOR THE WRAPPER TO SWAP INTO PLACE
       APPROVE-CHANGE.
           PERFORM FIND-PENDING-CHANGE.
           IF CH-PROPOSER(CG) = WS-AUTH-USER
             DISPLAY "CHANGE " WS-CHANGE-NO " WAS PROPOSED BY "
               WS-AUTH-USER ", IT NEEDS A DIFFERENT OPERATOR TO APPROVE"
             MOVE "SECURITY" TO WS-LOG-SEVERITY
             MOVE SPACES TO WS-LOG-MESSAGE
             STRING "USER " DELIMITED BY SIZE
               WS-AUTH-USER DELIMITED BY SPACE
               " REFUSED APPROVAL OF OWN CHANGE " WS-CHANGE-NO
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
             PERFORM WRITE-RUN-LOG
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE CH-DATASET(CG) TO WS-DATASET.
           PERFORM VALIDATE-DATASET.
           PERFORM LOAD-LIVE.
           MOVE CH-KEY(CG) TO WS-KEY.
           IF CH-ACTION(CG) NOT = "ADOPT"
             PERFORM CHECK-AGAINST-APPROVED
             PERFORM FIND-LIVE-KEY
             IF (CH-ACTION(CG) = "ADD" AND WS-LIVE-ROW NOT = ZERO)
               OR (CH-ACTION(CG) NOT = "ADD"
                 AND (WS-LIVE-ROW = ZERO
                   OR LV-RECORD(WS-LIVE-ROW) NOT = CH-BEFORE(CG)))
               DISPLAY "CHANGE " WS-CHANGE-NO " IS STALE: "
                 WS-DATASET-DSN " KEY " WS-KEY
                 " HAS CHANGED SINCE IT WAS PROPOSED"
               DISPLAY "REJECT IT AND PROPOSE AGAIN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             EVALUATE CH-ACTION(CG)
               WHEN "REPLACE"
                 MOVE CH-AFTER(CG) TO LV-RECORD(WS-LIVE-ROW)
               WHEN "DELETE"
                 PERFORM DELETE-LIVE-ROW
               WHEN "ADD"
                 PERFORM INSERT-LIVE-ROW
             END-EVALUATE
           END-IF.
           PERFORM WRITE-NEW-DATASET.
           MOVE CH-CHANGE-NO(CG) TO PC-CHANGE-NO.
           MOVE WS-AUTH-USER TO PC-EVENT-USER.
           MOVE WS-STAMP TO PC-EVENT-STAMP.
           MOVE CH-DATASET(CG) TO PC-DATASET.
           MOVE CH-ACTION(CG) TO PC-ACTION.
           MOVE CH-KEY(CG) TO PC-KEY.
           MOVE CH-PROPOSER(CG) TO PC-PROPOSER.
           MOVE SPACES TO PC-NOTE.
           MOVE CH-BEFORE(CG) TO PC-BEFORE-IMAGE.
           MOVE CH-AFTER(CG) TO PC-AFTER-IMAGE.
           MOVE "APPROVED" TO PC-EVENT.
           PERFORM APPEND-EVENT.
           MOVE "APPLIED" TO PC-EVENT.
           PERFORM APPEND-EVENT.
           DISPLAY "CHANGE " WS-CHANGE-NO " APPROVED BY " WS-AUTH-USER
             ": " CH-ACTION(CG) " " WS-DATASET-DSN " " WS-KEY.
           DISPLAY "REBUILT " WS-DATASET-DSN " WITH " WS-LIVE-COUNT
             " RECORDS"
       .
      *> REFUSE TO BUILD ON A LIVE DATASET THAT HAS DRIFTED FROM ITS
      *> LAST APPROVED IMAGE; A DATASET WITH NO APPROVED IMAGE YET
      *> HAS NOTHING TO DRIFT FROM
       CHECK-AGAINST-APPROVED.
           MOVE SPACES TO WS-DATASET-DSN.
           STRING WS-DATASET DELIMITED BY " "
                  ".APPROVED" DELIMITED BY SIZE
             INTO WS-DATASET-DSN
           END-STRING.
           DISPLAY "DD_PARMAPPR" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DATASET-DSN UPON ENVIRONMENT-VALUE.
           MOVE ZERO TO WS-APPROVED-COUNT.
           MOVE 'N' TO WS-APPROVED-DIFFERS.
           OPEN INPUT APPROVED-FILE.
           IF WS-APPROVED-STATUS = 35
             MOVE 'Y' TO WS-APPROVED-MISSING
           ELSE
             MOVE WS-APPROVED-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-APPROVED UNTIL WS-APPROVED-STATUS = 10
             CLOSE APPROVED-FILE
             IF WS-APPROVED-COUNT NOT = WS-LIVE-COUNT
               MOVE 'Y' TO WS-APPROVED-DIFFERS
             END-IF
           END-IF.
           PERFORM VALIDATE-DATASET.
           IF WS-APPROVED-DIFFERS = 'Y'
             DISPLAY WS-DATASET-DSN " NO LONGER MATCHES ITS LAST"
               " APPROVED IMAGE"
             DISPLAY "RESTORE IT FROM ITS .APPROVED IMAGE OR PROPOSE"
               " AN ADOPT OF THE EDIT"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
       .
       READ-APPROVED.
           READ APPROVED-FILE.
           IF WS-APPROVED-STATUS = 04 OR WS-APPROVED-STATUS = 06
             DISPLAY WS-DATASET-DSN " HAS A RECORD LONGER THAN 120"
               " CHARACTERS, IT CANNOT BE CHANGED HERE"
             MOVE WS-APPROVED-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
           END-IF
           IF WS-APPROVED-STATUS NOT = 10
             ADD 1 TO WS-APPROVED-COUNT
             IF WS-APPROVED-COUNT > WS-LIVE-COUNT
               MOVE 'Y' TO WS-APPROVED-DIFFERS
             ELSE
               IF LV-RECORD(WS-APPROVED-COUNT) NOT = APPROVED-RECORD
                 MOVE 'Y' TO WS-APPROVED-DIFFERS
               END-IF
             END-IF
           END-IF
       .
      *> CLOSE THE GAP LEFT BY A DELETED RECORD
       DELETE-LIVE-ROW.
           PERFORM SHIFT-ROW-DOWN VARYING WS-SHIFT-ROW FROM WS-LIVE-ROW
             BY 1 UNTIL WS-SHIFT-ROW NOT < WS-LIVE-COUNT.
           SUBTRACT 1 FROM WS-LIVE-COUNT
       .
       SHIFT-ROW-DOWN.
           MOVE LV-RECORD(WS-SHIFT-ROW + 1) TO LV-RECORD(WS-SHIFT-ROW)
       .
      *> AN ADDED RECORD GOES IN AHEAD OF THE FIRST RECORD WITH A
      *> HIGHER KEY, SO A FILE KEPT IN KEY ORDER (THE CALENDAR, BY
      *> DATE) STAYS IN KEY ORDER
       INSERT-LIVE-ROW.
           IF WS-LIVE-COUNT NOT < WS-MAX-LIVE
             DISPLAY "TOO MANY RECORDS IN " WS-DATASET-DSN
               ", LIMIT IS " WS-MAX-LIVE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WS-LIVE-ROW = WS-LIVE-COUNT + 1.
           PERFORM CHECK-INSERT-POINT VARYING LV FROM 1 BY 1
             UNTIL LV > WS-LIVE-COUNT
               OR WS-LIVE-ROW NOT > WS-LIVE-COUNT.
           ADD 1 TO WS-LIVE-COUNT.
           PERFORM SHIFT-ROW-UP VARYING WS-SHIFT-ROW FROM WS-LIVE-COUNT
             BY -1 UNTIL WS-SHIFT-ROW NOT > WS-LIVE-ROW.
           MOVE CH-AFTER(CG) TO LV-RECORD(WS-LIVE-ROW)
       .
       CHECK-INSERT-POINT.
           IF LV-RECORD(LV)(WS-KEY-START:WS-KEY-LENGTH) > WS-KEY
             SET WS-LIVE-ROW TO LV
           END-IF
       .
       SHIFT-ROW-UP.
           MOVE LV-RECORD(WS-SHIFT-ROW - 1) TO LV-RECORD(WS-SHIFT-ROW)
       .
      *> WRITE THE CHANGED DATASET TO <DATASET>.NEW AND NAME IT IN
      *> THE SIGNAL FILE THE WRAPPER SWAPS FROM
       WRITE-NEW-DATASET.
           MOVE SPACES TO WS-DATASET-DSN.
           STRING WS-DATASET DELIMITED BY " "
                  ".NEW" DELIMITED BY SIZE
             INTO WS-DATASET-DSN
           END-STRING.
           DISPLAY "DD_PARMNEW" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DATASET-DSN UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT NEW-FILE.
           MOVE WS-NEW-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           PERFORM WRITE-NEW-RECORD VARYING LV FROM 1 BY 1
             UNTIL LV > WS-LIVE-COUNT.
           CLOSE NEW-FILE.
           OPEN OUTPUT APPLY-FILE.
           MOVE WS-APPLY-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           MOVE WS-DATASET TO APPLY-RECORD.
           WRITE APPLY-RECORD.
           CLOSE APPLY-FILE.
           PERFORM VALIDATE-DATASET
       .
       WRITE-NEW-RECORD.
           MOVE LV-RECORD(LV) TO NEW-RECORD.
           WRITE NEW-RECORD.
           MOVE WS-NEW-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR
       .
      *> A PENDING CHANGE IS TURNED DOWN BY ANY OPERATOR HOLDING
      *> PARMAPPROVE, THE MAKER INCLUDED, WITH A REASON
       REJECT-CHANGE.
           PERFORM FIND-PENDING-CHANGE.
           MOVE CH-CHANGE-NO(CG) TO PC-CHANGE-NO.
           MOVE "REJECTED" TO PC-EVENT.
           MOVE WS-AUTH-USER TO PC-EVENT-USER.
           MOVE WS-STAMP TO PC-EVENT-STAMP.
           MOVE CH-DATASET(CG) TO PC-DATASET.
           MOVE CH-ACTION(CG) TO PC-ACTION.
           MOVE CH-KEY(CG) TO PC-KEY.
           MOVE CH-PROPOSER(CG) TO PC-PROPOSER.
           MOVE WS-ARG-3 TO PC-NOTE.
           MOVE CH-BEFORE(CG) TO PC-BEFORE-IMAGE.
           MOVE CH-AFTER(CG) TO PC-AFTER-IMAGE.
           PERFORM APPEND-EVENT.
           DISPLAY "CHANGE " WS-CHANGE-NO " REJECTED BY " WS-AUTH-USER
             ": " WS-ARG-3
       .
       FIND-PENDING-CHANGE.
           PERFORM FIND-CHANGE.
           IF WS-CHANGE-FOUND = 'N'
             DISPLAY "NO PARAMETER CHANGE " WS-CHANGE-NO " ON FILE"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF CH-STATUS(CG) NOT = "PROPOSED"
             DISPLAY "CHANGE " WS-CHANGE-NO " IS ALREADY "
               CH-STATUS(CG)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
       .
       APPEND-EVENT.
           OPEN EXTEND CHANGE-FILE.
           IF WS-CHANGE-STATUS = 35
             OPEN OUTPUT CHANGE-FILE
           END-IF.
           MOVE WS-CHANGE-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           WRITE PARM-CHANGE-RECORD.
           MOVE WS-CHANGE-STATUS TO WS-FILE-STATUS.
           PERFORM ABORT-ON-FILE-ERROR.
           CLOSE CHANGE-FILE
       .
       LIST-CHANGES.
           IF WS-VERB = "PENDING"
             DISPLAY "PARAMETER CHANGES AWAITING APPROVAL"
           ELSE
             DISPLAY "PARAMETER CHANGES ON FILE"
           END-IF.
           DISPLAY "CHANGE STATUS   ACTION   DATASET"
             "                  KEY                  MAKER    CHECKER".
           PERFORM LIST-ONE-CHANGE VARYING CG FROM 1 BY 1
             UNTIL CG > WS-CHANGE-COUNT.
           DISPLAY WS-LIST-COUNT " CHANGE(S) LISTED"
       .
       LIST-ONE-CHANGE.
           IF WS-VERB = "LIST" OR CH-STATUS(CG) = "PROPOSED"
             ADD 1 TO WS-LIST-COUNT
             DISPLAY CH-CHANGE-NO(CG) " " CH-STATUS(CG) " "
               CH-ACTION(CG) " " CH-DATASET(CG)(1:24) " "
               CH-KEY(CG)(1:20) " " CH-PROPOSER(CG) " "
               CH-CHECKER(CG) " " CH-NOTE(CG)
             IF CH-AFTER(CG) NOT = SPACES
               DISPLAY "       AFTER:  " CH-AFTER(CG)
             END-IF
             IF CH-BEFORE(CG) NOT = SPACES
               DISPLAY "       BEFORE: " CH-BEFORE(CG)
             END-IF
           END-IF
       .
