      *****************************************************************
      * Authorization-usage record layout, appended to AUTH-USAGE.DAT *
      * by the shared CHECK-AUTHORIZATION paragraph (COPY AOCAUTHW.)  *
      * every time a maintenance utility asks whether its user may    *
      * perform a function. COPY AUTHUSE. under an FD. GRANTED lines  *
      * are the last-use evidence the AOCAUTH REVIEW access-review    *
      * report dates each grant from; REFUSED lines are the same      *
      * attempts the run log carries as SECURITY entries.             *
      *****************************************************************
       01  AUTH-USAGE-RECORD.
           05  AX-TIMESTAMP        PIC X(14).
           05  AX-USER             PIC X(8).
           05  AX-FUNCTION         PIC X(12).
           05  AX-PROGRAM-ID       PIC X(8).
           05  AX-RESULT           PIC X(8).
           05  AX-RUN-ID           PIC X(14).
