      *****************************************************************
      * Copy-provenance detail record layout for DAY4PROV. COPY       *
      * DAY4PROV. under an FD for DAY4PROV-SOURCES.DAT. One record    *
      * per (card, source card) pair: how many copies of PV-CARD-NUM  *
      * the source card passed on through the FAN-OUT-COPIES rule.    *
      * Every card also carries one record with PV-SOURCE-CARD zero   *
      * for its own original, so a card's PV-COPIES-PASSED always     *
      * sums to its CM-COPIES in the DAY4B-CARDS.DAT master.          *
      *****************************************************************
       01  PROVENANCE-RECORD.
           05  PV-CARD-NUM         PIC 9(4).
           05  PV-SOURCE-CARD      PIC 9(4).
           05  PV-COPIES-PASSED    PIC 9(9).
           05  PV-RUN-ID           PIC X(14).
           05  PV-INPUT-GEN        PIC X(5).
