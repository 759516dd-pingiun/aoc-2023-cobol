      * disposition, so a known nuisance stops re-alerting every       *
      * night while a real incident still does.                        *
      *                                                                *
      * ACK and RESOLVE need an ALERT-ACK grant in OPERATOR-AUTH.DAT   *
      * for the user id the job runs under (AOCAUTHW.CPY), and the     *
      * <user> the action is recorded against must be that user id;    *
      * LIST and AGING need none.                                      *
      *                                                                *
      * Run through the standalone wrapper, which takes the dataset    *
      * ENQ before the acknowledgment appends:                         *
      *   ./AOCRUN.sh AOCACK LIST                                      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
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
       FD ALERT-FILE.
           COPY AOCALRT.
       FD ACK-FILE.
           COPY AOCACKR.
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
       01  WS-ALERT-STATUS     PIC 9(2).
       01  WS-ACK-STATUS       PIC 9(2).
      *> THE REQUESTED ACTION AND ITS KEY, PARSED FROM THE COMMAND
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCACK" TO WS-LOG-PROGRAM.
           PERFORM PARSE-ARGUMENTS.
           IF WS-VERB = "ACK" OR WS-VERB = "RESOLVE"
             MOVE "ALERT-ACK" TO WS-AUTH-FUNCTION
             MOVE WS-ARG-USER TO WS-AUTH-NAMED-USER
             PERFORM CHECK-AUTHORIZATION
           END-IF.
           PERFORM LOAD-ALERTS.
           PERFORM LOAD-ACKS.
           PERFORM DERIVE-STATUS VARYING AL FROM 1 BY 1
           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY AOCAUTHW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCACK LIST"
             MOVE "ACKNOWLEDGE" TO ACK-ACTION
           END-IF.
           MOVE WS-ARG-DISPOSITION TO ACK-DISPOSITION.
           MOVE WS-AUTH-USER TO ACK-USER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACK-TIMESTAMP.
           WRITE ALERT-ACK-RECORD.
           CLOSE ACK-FILE.
           DISPLAY ACK-ACTION " RECORDED FOR " WS-ARG-PROGRAM
             " " WS-ARG-DATE " " WS-ARG-METRIC
             " BY " WS-AUTH-USER " (" WS-ARG-DISPOSITION ")".
       .
       CHECK-ALERT-KEY.
           IF AT-PROGRAM-ID(AL) = WS-ARG-PROGRAM
