      *****************************************************************
      * Working-storage fields for the shared dictionary-driven       *
      * browse paragraphs. COPY BRWSC. into WORKING-STORAGE, alongside*
      * the LAYOUT-FILE (COPY LAYDICT.), BROWSE-FILE, BROWSE-REPORT   *
      * and BROWSE-EXPORT SELECT/FDs and the paragraphs themselves    *
      * (COPY BRWSW.). Set WS-BR-DATASET, and for a browse the run-id,*
      * field filter and output wanted, then PERFORM BROWSE-DATASET,  *
      * SHOW-LAYOUT or LIST-LAYOUTS. WS-BR-OUTCOME comes back 'N'     *
      * when the browse was refused, with the reason displayed.       *
      *****************************************************************
       01  WS-LAYOUT-STATUS    PIC 9(2).
       01  WS-BROWSE-STATUS    PIC 9(2).
       01  WS-BRPT-STATUS      PIC 9(2).
       01  WS-BEXP-STATUS      PIC 9(2).
      *> THE SELECTION; BLANK RUN-ID OR FIELD SELECTS EVERYTHING, AND
      *> THE OUTPUT IS VIEW (FIELD BY FIELD ON THE CONSOLE), REPORT
      *> (COLUMNS, BROWSE.RPT) OR EXPORT (DELIMITED, BROWSE-EXPORT.DAT)
       01  WS-BR-DATASET       PIC X(30) VALUE SPACES.
       01  WS-BR-WANT-RUN      PIC X(14) VALUE SPACES.
       01  WS-BR-WANT-FIELD    PIC X(20) VALUE SPACES.
       01  WS-BR-WANT-VALUE    PIC X(60) VALUE SPACES.
       01  WS-BR-FORMAT        PIC X(8) VALUE SPACES.
       01  WS-BR-OUTCOME       PIC X VALUE 'N'.
      *> THE DATASET'S LAYOUT AS THE DICTIONARY CATALOGUES IT
       01  WS-BR-TRAILER-KEY   PIC X(8) VALUE "*TRAILER".
       01  WS-BR-CATALOGUED    PIC X.
       01  WS-BR-SEALED        PIC X.
       01  WS-BR-RECORD-LENGTH PIC 9(4).
       01  WS-BR-DESCRIPTION   PIC X(30).
       01  WS-BR-FIELD-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-BR-MAX-FIELDS    PIC 9(3) VALUE 40.
       01  BROWSE-FIELD-TABLE.
           05  BROWSE-FIELD    OCCURS 40 TIMES INDEXED BY BF.
               10  BF-NAME         PIC X(20).
               10  BF-OFFSET       PIC 9(4).
               10  BF-LENGTH       PIC 9(4).
               10  BF-TYPE         PIC X(1).
               10  BF-ROLE         PIC X(8).
               10  BF-WIDTH        PIC 9(4).
       01  WS-BR-TRL-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-BR-MAX-TRL       PIC 9(3) VALUE 10.
       01  BROWSE-TRAILER-TABLE.
           05  BROWSE-TRAILER  OCCURS 10 TIMES INDEXED BY BT.
               10  BT-NAME         PIC X(20).
               10  BT-OFFSET       PIC 9(4).
               10  BT-LENGTH       PIC 9(4).
               10  BT-ROLE         PIC X(8).
      *> WHERE THE RUN-ID, GENERATION, PROGRAM, FILTER FIELD AND
      *> TRAILER MARKER SIT; A ZERO LENGTH MEANS THE LAYOUT HAS NONE
       01  WS-BR-RUN-OFFSET    PIC 9(4).
       01  WS-BR-RUN-LENGTH    PIC 9(4).
       01  WS-BR-GEN-OFFSET    PIC 9(4).
       01  WS-BR-GEN-LENGTH    PIC 9(4).
       01  WS-BR-PGM-NAME      PIC X(20).
       01  WS-BR-PGM-OFFSET    PIC 9(4).
       01  WS-BR-PGM-LENGTH    PIC 9(4).
       01  WS-BR-TRL-RUN-OFFSET PIC 9(4).
       01  WS-BR-TRL-RUN-LENGTH PIC 9(4).
       01  WS-BR-MARK-OFFSET   PIC 9(4).
       01  WS-BR-MARK-LENGTH   PIC 9(4).
       01  WS-BR-FILTER-OFFSET PIC 9(4).
       01  WS-BR-FILTER-LENGTH PIC 9(4).
       01  WS-BR-FILTER-TYPE   PIC X(1).
       01  WS-BR-FILTER-FOUND  PIC X.
       01  WS-BR-NUMERIC-FILTER PIC X.
       01  WS-BR-WANT-NUM      PIC 9(18).
      *> THE RECORD IN HAND
       01  WS-BR-RECORD        PIC X(400).
       01  WS-BR-MAX-LENGTH    PIC 9(4) VALUE 400.
       01  WS-BR-IS-TRAILER    PIC X.
       01  WS-BR-SELECTED      PIC X.
       01  WS-BR-RECORD-NO     PIC 9(7) VALUE ZERO.
       01  WS-BR-SHOWN         PIC 9(7) VALUE ZERO.
       01  WS-BR-TRAILERS      PIC 9(7) VALUE ZERO.
       01  WS-BR-LAYOUTS       PIC 9(4) VALUE ZERO.
      *> OUTPUT LINE BUILDING
       01  WS-BR-LINE          PIC X(400).
       01  WS-BR-POS           PIC 9(4).
       01  WS-BR-END           PIC 9(4).
       01  WS-BR-DELIMS        PIC 9(4).
       01  WS-BR-CLIPPED       PIC X.
       01  WS-BR-STAMP         PIC X(14).
       01  WS-BR-LAYOUT-LINE.
           05  BL-DATASET      PIC X(30).
           05  BL-LENGTH       PIC Z(5)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  BL-SEALED       PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  BL-DESCRIPTION  PIC X(30).
       01  WS-BR-FIELD-LINE.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  BD-NAME         PIC X(20).
           05  BD-OFFSET       PIC Z(6)9.
           05  BD-LENGTH       PIC Z(6)9.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  BD-TYPE         PIC X(6).
           05  BD-ROLE         PIC X(10).
           05  BD-NOTE         PIC X(30).
