      *****************************************************************
      * Per-star near-miss detail record layout for DAY3ANAL. COPY    *
      * DAY3NEAR. under an FD for DAY3ANAL-STARS.DAT. One record per  *
      * "*" in the schematic, whatever its neighbour count: where it  *
      * sits, how many part numbers touch it, the numbers themselves  *
      * and whether DAY3B wrote a gear record for it, so the stars    *
      * DAY3B-GEARS.DAT never shows can be argued about by category.  *
      *****************************************************************
      * NM-CATEGORY IS ISOLATED (NO NEIGHBOURS), SINGLE (ONE), GEAR
      * (EXACTLY TWO) OR CROWDED (THREE OR MORE). A CELL CAN TOUCH AT
      * MOST SIX NUMBERS: TWO ABOVE, TWO BELOW, ONE EITHER SIDE.
       01  NEAR-MISS-RECORD.
           05  NM-ROW              PIC 9(9).
           05  NM-COL              PIC 9(4).
           05  NM-ADJ-COUNT        PIC 9(1).
           05  NM-CATEGORY         PIC X(8).
           05  NM-PARTS.
               10  NM-PART         OCCURS 6 TIMES PIC 9(6).
           05  NM-GEAR-MATCHED     PIC X(1).
           05  NM-RUN-ID           PIC X(14).
           05  NM-INPUT-GEN        PIC X(5).
