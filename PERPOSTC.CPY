      *****************************************************************
      * Working-storage fields for the shared POST-ADJUSTMENT-PERIOD  *
      * paragraph. COPY PERPOSTC. into WORKING-STORAGE, alongside the *
      * PERIOD-FILE and RESULT-MASTER SELECT/FDs (COPY PERBAL. and    *
      * COPY AOCRESM.) and the paragraphs themselves (COPY            *
      * PERPOSTW.). The closed periods are loaded once at startup;    *
      * set WS-POST-ORIG-RUN-ID to the run each adjustment corrects.  *
      *****************************************************************
       01  WS-PERIOD-STATUS    PIC 9(2).
       01  WS-MASTER-STATUS    PIC 9(2).
       01  WS-POST-ORIG-RUN-ID PIC X(14) VALUE SPACES.
       01  WS-POST-ORIG-DATE   PIC X(8).
       01  WS-POST-DATE-NUM    PIC 9(8).
       01  WS-LAST-CLOSED-TO   PIC X(8) VALUE SPACES.
       01  WS-FIRST-OPEN-DATE  PIC X(8) VALUE SPACES.
       01  WS-CLOSED-FOUND     PIC X.
       01  WS-CLOSED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MAX-CLOSED       PIC 9(4) VALUE 200.
       01  CLOSED-PERIOD-TABLE.
           05  CLOSED-PERIOD   OCCURS 200 TIMES INDEXED BY CP.
               10  CP-PERIOD-ID    PIC X(6).
               10  CP-FROM-DATE    PIC X(8).
               10  CP-TO-DATE      PIC X(8).
