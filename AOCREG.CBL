      *                                                                *
      * Every mutation appends a before/after image to                 *
      * REGISTRY-AUDIT.DAT stamped with the operator and timestamp.    *
      * The operator must hold a REGISTRY grant in OPERATOR-AUTH.DAT   *
      * (AOCAUTHW.CPY); without one the mutation is refused before     *
      * the registry is read, and the refusal is logged SECURITY.      *
      *                                                                *
      * Run through the standalone wrapper, which takes the dataset    *
      * ENQ before the registry is touched:                            *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.
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
       FD REGISTRY-FILE.
       01  NEWREG-RECORD       PIC X(70).
       FD PROBE-FILE.
       01  PROBE-RECORD        PIC X(250).
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
       01  WS-REGISTRY-STATUS  PIC 9(2).
       01  WS-AUDIT-STATUS     PIC 9(2).
       01  WS-PROBE-STATUS     PIC 9(2).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "AOCRUNID".
           MOVE "AOCREG" TO WS-LOG-PROGRAM.
           PERFORM PARSE-ARGUMENTS.
           MOVE "REGISTRY" TO WS-AUTH-FUNCTION.
           PERFORM CHECK-AUTHORIZATION.
           PERFORM LOAD-REGISTRY.
           PERFORM FIND-TARGET-ENTRY.

           GOBACK.

           COPY FILEERR.
           COPY AOCLOGW.
           COPY AOCAUTHW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCREG ADD <PROG>|<DAY>|<PART>|<DSN>|"
