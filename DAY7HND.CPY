      *****************************************************************
      * Per-hand ranking detail record layout for DAY7A and DAY7B.    *
      * COPY DAY7HND. under an FD for DAY7A-HANDS.DAT or              *
      * DAY7B-HANDS.DAT. One record per accepted hand, in final rank  *
      * order, carrying the hand type it was classified as and the    *
      * winnings it contributed (rank times bid), so a wrong total    *
      * is traceable to the hand that was mis-typed or mis-ordered    *
      * without re-deriving the run.                                  *
      *****************************************************************
      * HD-TYPE-CODE ORDERS THE TYPES WEAKEST FIRST: 1 HIGH CARD
      * THROUGH 7 FIVE OF A KIND; HD-TYPE-NAME IS ITS PRINTED NAME.
       01  HAND-RECORD.
           05  HD-HAND             PIC X(5).
           05  HD-BID              PIC 9(6).
           05  HD-TYPE-CODE        PIC 9(1).
           05  HD-TYPE-NAME        PIC X(15).
           05  HD-RANK             PIC 9(5).
           05  HD-WINNINGS         PIC 9(12).
           05  HD-RUN-ID           PIC X(14).
           05  HD-INPUT-GEN        PIC X(5).
