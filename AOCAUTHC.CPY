      *****************************************************************
      * Working-storage fields for the shared CHECK-AUTHORIZATION     *
      * paragraph. COPY AOCAUTHC. into WORKING-STORAGE, alongside the *
      * AUTH-FILE and AUTH-USAGE-FILE SELECT/FDs (COPY AUTHREC. and   *
      * COPY AUTHUSE.), the run-log fields and paragraph (COPY        *
      * AOCLOGC. and COPY AOCLOGW.) and the paragraphs themselves     *
      * (COPY AOCAUTHW.). Set WS-AUTH-FUNCTION to the function about  *
      * to be performed, then PERFORM CHECK-AUTHORIZATION. A utility  *
      * that records an operator named on its command line sets       *
      * WS-AUTH-NAMED-USER to that name first, so the check refuses a *
      * name other than the user's own.                               *
      *****************************************************************
       01  WS-AUTH-STATUS      PIC 9(2).
       01  WS-AUTH-USE-STATUS  PIC 9(2).
       01  WS-AUTH-USER        PIC X(8) VALUE SPACES.
       01  WS-AUTH-FUNCTION    PIC X(12) VALUE SPACES.
       01  WS-AUTH-NAMED-USER  PIC X(8) VALUE SPACES.
       01  WS-AUTH-TODAY       PIC X(8).
       01  WS-AUTH-GRANTED     PIC X VALUE 'N'.
       01  WS-AUTH-REASON      PIC X(40) VALUE SPACES.
