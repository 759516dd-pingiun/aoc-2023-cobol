      * maintains: every input generation with its catalogue           *
      * timestamp, source filename, staging operator, acceptance       *
      * status, and superseded flag -- and the refused candidates      *
      * that never made it on catalogue. A feed that came in a         *
      * transmission envelope is listed with the envelope AOCENV       *
      * verified under it: sending system, business date, sequence     *
      * number, record count and hash total, and the envelopes it      *
      * rejected. When an auditor asks where the numbers came from,    *
      * this is the answer, not "a file named G0007 appeared".         *
      *                                                                *
      * An optional base on the command line narrows the listing to    *
      * that feed.                                                     *
               10  CT-OPERATOR     PIC X(8).
               10  CT-ACCEPTANCE   PIC X(8).
               10  CT-SUPERSEDED   PIC X(1).
               10  CT-SENDER       PIC X(8).
               10  CT-BUSINESS-DATE PIC X(8).
               10  CT-SEQUENCE     PIC 9(6).
               10  CT-RECORD-COUNT PIC 9(9).
               10  CT-HASH-TOTAL   PIC 9(15).
       01  WS-ENTRY-FOUND      PIC X.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
           MOVE GC-OPERATOR TO CT-OPERATOR(CT)
           MOVE GC-ACCEPTANCE TO CT-ACCEPTANCE(CT)
           MOVE GC-SUPERSEDED TO CT-SUPERSEDED(CT)
           MOVE GC-SENDER TO CT-SENDER(CT)
           MOVE GC-BUSINESS-DATE TO CT-BUSINESS-DATE(CT)
           MOVE GC-SEQUENCE TO CT-SEQUENCE(CT)
           MOVE GC-RECORD-COUNT TO CT-RECORD-COUNT(CT)
           MOVE GC-HASH-TOTAL TO CT-HASH-TOTAL(CT)
       .
       PRINT-CATALOG-ENTRY.
           DISPLAY CT-BASE(CT) " " CT-GENERATION(CT)
             " " CT-STAMP(CT) " " CT-OPERATOR(CT)
             " " CT-ACCEPTANCE(CT) " " CT-SUPERSEDED(CT)
             "   " CT-SOURCE(CT)
           IF CT-SENDER(CT) NOT = SPACES
             DISPLAY "               ENVELOPE FROM " CT-SENDER(CT)
               " BUSINESS DATE " CT-BUSINESS-DATE(CT)
               " SEQ " CT-SEQUENCE(CT)
               " RECORDS " CT-RECORD-COUNT(CT)
               " HASH " CT-HASH-TOTAL(CT)
           END-IF
       .
       END PROGRAM AOCGDG.
