      *   3  step run-control status for a business date               *
      *   4  single-card drill-down (same logic as DAY4INQ)            *
      *   5  one program's recent result history                       *
      *   6  any dataset in the record-layout dictionary, field by     *
      *      field (same paragraphs as the AOCBRWS browse)             *
      *   0  exit                                                      *
      *                                                                *
      * Everything is read-only against the same datasets the batch    *
      * programs maintain; nothing here ever writes to them. Option 6  *
      * writes only its own BROWSE.RPT or BROWSE-EXPORT.DAT, and only  *
      * when a report or an export is asked for.                       *
      *                                                                *
      * Compile and run with:                                          *
      *   cobc -x -std=ibm -I . AOCMENU.CBL -o AOCMENU.run             *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LAYOUT-FILE
           ASSIGN TO "RECORD-LAYOUTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT BROWSE-FILE
           ASSIGN TO "BRWSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BROWSE-STATUS.
           SELECT BROWSE-REPORT
           ASSIGN TO "BROWSE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BRPT-STATUS.
           SELECT BROWSE-EXPORT
           ASSIGN TO "BROWSE-EXPORT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BEXP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-FILE.
       01  IN-REC              PIC X(170).
       FD LEDGER-FILE.
           COPY DAY4LEDG.
       FD LAYOUT-FILE.
           COPY LAYDICT.
       FD BROWSE-FILE
           RECORD VARYING FROM 1 TO 400 CHARACTERS.
       01  BROWSE-RECORD       PIC X(400).
       FD BROWSE-REPORT.
       01  BROWSE-REPORT-RECORD PIC X(400).
       FD BROWSE-EXPORT.
       01  BROWSE-EXPORT-RECORD PIC X(400).
       WORKING-STORAGE SECTION.
           COPY FILESTAT.
           COPY BRWSC.
       01  WS-REGISTRY-STATUS  PIC 9(2).
       01  WS-MASTER-STATUS    PIC 9(2).
       01  WS-ALERT-STATUS     PIC 9(2).
           GOBACK.

           COPY FILEERR.
           COPY BRWSW.

       MENU-CYCLE.
           DISPLAY " "
           DISPLAY "3  RUN-CONTROL STATUS FOR A BUSINESS DATE"
           DISPLAY "4  SINGLE-CARD DRILL-DOWN"
           DISPLAY "5  PROGRAM RESULT HISTORY"
           DISPLAY "6  BROWSE A CATALOGUED DATASET"
           DISPLAY "0  EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
               PERFORM DRILL-INTO-CARD
             WHEN "5"
               PERFORM SHOW-RESULT-HISTORY
             WHEN "6"
               PERFORM BROWSE-CATALOGUED
             WHEN "0"
               CONTINUE
             WHEN OTHER
               DISPLAY "PLEASE PICK 0-6"
           END-EVALUATE
       .
      *> OPTION 1: ONE LINE PER ACTIVE SCOREBOARD PROGRAM WITH ITS
               "  RUN " RM-RUN-ID "  GEN " RM-INPUT-GEN
           END-IF
       .
      *> OPTION 6: ANY DATASET THE RECORD-LAYOUT DICTIONARY
      *> CATALOGUES, FIELD BY FIELD; ITS LAYOUT IS SHOWN FIRST SO THE
      *> FILTER CAN BE PICKED FROM IT, AND A BLANK DATASET LISTS THE
      *> CATALOGUE
       BROWSE-CATALOGUED.
           DISPLAY "DATASET (BLANK TO LIST THE CATALOGUE): "
             WITH NO ADVANCING
           MOVE SPACES TO WS-BR-DATASET
           ACCEPT WS-BR-DATASET
           IF WS-BR-DATASET = SPACES
             PERFORM LIST-LAYOUTS
           ELSE
             PERFORM SHOW-LAYOUT
             IF WS-BR-CATALOGUED = 'Y'
               DISPLAY "RUN-ID (BLANK FOR ALL): " WITH NO ADVANCING
               MOVE SPACES TO WS-BR-WANT-RUN
               ACCEPT WS-BR-WANT-RUN
               DISPLAY "FILTER FIELD (BLANK FOR NONE): "
                 WITH NO ADVANCING
               MOVE SPACES TO WS-BR-WANT-FIELD
               ACCEPT WS-BR-WANT-FIELD
               MOVE SPACES TO WS-BR-WANT-VALUE
               IF WS-BR-WANT-FIELD NOT = SPACES
                 DISPLAY "VALUE: " WITH NO ADVANCING
                 ACCEPT WS-BR-WANT-VALUE
               END-IF
               DISPLAY "OUTPUT (VIEW/REPORT/EXPORT, BLANK FOR VIEW): "
                 WITH NO ADVANCING
               MOVE SPACES TO WS-BR-FORMAT
               ACCEPT WS-BR-FORMAT
               PERFORM BROWSE-DATASET
               IF WS-BR-OUTCOME = 'N'
                 DISPLAY "BROWSE REFUSED"
               END-IF
             END-IF
           END-IF
       .
      *> OPTION 4: EVERYTHING THE SUITE KNOWS ABOUT ONE SCRATCHCARD,
      *> SAME PARSING, SCORING AND LEDGER LOOKUP AS DAY4INQ
       DRILL-INTO-CARD.
