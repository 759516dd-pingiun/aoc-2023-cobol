      *****************************************************************
      * Period-balance record layout, appended to PERIOD-BALANCES.DAT *
      * by the AOCCLOSE period-close utility. COPY PERBAL. under an   *
      * FD. One record per program per closed period, all written     *
      * together when the period is closed: the business-date range   *
      * the period froze, the program's opening balance (the closing  *
      * balance of the period before), the runs on the results master *
      * dated inside the range, the adjustments posted inside it --   *
      * current-period and prior-period separately -- and the closing *
      * balance they add up to. A business date inside any range on   *
      * this file is closed.                                          *
      *****************************************************************
       01  PERIOD-BALANCE-RECORD.
           05  PB-PERIOD-ID        PIC X(6).
           05  PB-FROM-DATE        PIC X(8).
           05  PB-TO-DATE          PIC X(8).
           05  PB-PROGRAM-ID       PIC X(8).
           05  PB-OPENING          PIC 9(11).
           05  PB-RUN-COUNT        PIC 9(5).
           05  PB-RUN-TOTAL        PIC 9(11).
           05  PB-ADJ-TOTAL        PIC 9(11).
           05  PB-PRIOR-ADJ-TOTAL  PIC 9(11).
           05  PB-CLOSING          PIC 9(11).
           05  PB-CLOSED-BY        PIC X(8).
           05  PB-CLOSED-STAMP     PIC X(14).
