      ******************************************************************
      * Advent of Code 2023, dictionary-driven dataset browse          *
      *                                                                *
      * Reads any dataset catalogued in the record-layout dictionary   *
      * (RECORD-LAYOUTS.DAT, LAYDICT.CPY) field by field, instead of   *
      * counting columns against its copybook:                         *
      *                                                                *
      *   LIST                  every catalogued dataset               *
      *   LAYOUT <dataset>      its fields: offset, length, type, and  *
      *                         which carry the run-id and generation  *
      *   BROWSE <dataset> [run-id|*] [field=value|*]                  *
      *          [VIEW|REPORT|EXPORT]                                  *
      *                         its records, or one run's, or those    *
      *                         whose field holds the value, shown     *
      *                         field by field (VIEW, the default),    *
      *                         as a column report in BROWSE.RPT or as *
      *                         a "|"-delimited export with a heading  *
      *                         line in BROWSE-EXPORT.DAT              *
      *                                                                *
      * Integrity trailers in a sealed dataset are shown as trailers   *
      * through the AOCTRLR layout the dictionary catalogues under     *
      * *TRAILER. The same paragraphs (COPY BRWSW.) serve option 6 of  *
      * the AOCMENU console, which also takes a filter value with      *
      * blanks in it. Nothing is written except the report or export;  *
      * an unknown dataset, field or output is refused RC=8.           *
      *                                                                *
      *   ./AOCRUN.sh AOCBRWS LIST                                     *
      *   ./AOCRUN.sh AOCBRWS "LAYOUT DAY2A-DRAWS.DAT"                 *
      *   ./AOCRUN.sh AOCBRWS "BROWSE AOC-RESULTS.DAT * AR-TOTAL=142"  *
      *   ./AOCRUN.sh AOCBRWS                                          *
      *     "BROWSE DAY2A-DRAWS.DAT 20231204020000 * REPORT"           *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCBRWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *> THE REQUESTED ACTION, PARSED FROM THE COMMAND LINE
       01  WS-ARGUMENTS        PIC X(160).
       01  WS-VERB             PIC X(8).
       01  WS-ARG-RUN          PIC X(14).
       01  WS-ARG-FILTER       PIC X(80).
       01  WS-ARG-FORMAT       PIC X(8).
       01  WS-EQUALS-COUNT     PIC 9(2).
       LINKAGE SECTION.
       PROCEDURE DIVISION.

           PERFORM PARSE-ARGUMENTS.

           EVALUATE WS-VERB
             WHEN "LIST"
               PERFORM LIST-LAYOUTS
             WHEN "LAYOUT"
               PERFORM SHOW-LAYOUT
               IF WS-BR-CATALOGUED = 'N'
                 MOVE 8 TO RETURN-CODE
               END-IF
             WHEN "BROWSE"
               PERFORM BROWSE-DATASET
               IF WS-BR-OUTCOME = 'N'
                 DISPLAY "BROWSE REFUSED"
                 MOVE 8 TO RETURN-CODE
               END-IF
             WHEN OTHER
               PERFORM SHOW-USAGE
           END-EVALUATE.

           GOBACK.

           COPY FILEERR.
           COPY BRWSW.

       SHOW-USAGE.
           DISPLAY "USAGE: AOCBRWS LIST"
           DISPLAY "       AOCBRWS LAYOUT <DATASET>"
           DISPLAY "       AOCBRWS BROWSE <DATASET> [RUN-ID|*] "
             "[FIELD=VALUE|*] [VIEW|REPORT|EXPORT]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           MOVE SPACES TO WS-VERB.
           MOVE SPACES TO WS-BR-DATASET.
           MOVE SPACES TO WS-ARG-RUN.
           MOVE SPACES TO WS-ARG-FILTER.
           MOVE SPACES TO WS-ARG-FORMAT.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL " "
             INTO WS-VERB
                  WS-BR-DATASET
                  WS-ARG-RUN
                  WS-ARG-FILTER
                  WS-ARG-FORMAT
           END-UNSTRING.
           IF WS-ARG-RUN NOT = "*"
             MOVE WS-ARG-RUN TO WS-BR-WANT-RUN
           END-IF.
           MOVE SPACES TO WS-BR-WANT-FIELD.
           MOVE SPACES TO WS-BR-WANT-VALUE.
           IF WS-ARG-FILTER NOT = SPACES AND WS-ARG-FILTER NOT = "*"
             MOVE ZERO TO WS-EQUALS-COUNT
             INSPECT WS-ARG-FILTER TALLYING WS-EQUALS-COUNT
               FOR ALL "="
             IF WS-EQUALS-COUNT = ZERO
               PERFORM SHOW-USAGE
             END-IF
             UNSTRING WS-ARG-FILTER DELIMITED BY "="
               INTO WS-BR-WANT-FIELD
                    WS-BR-WANT-VALUE
             END-UNSTRING
             IF WS-BR-WANT-FIELD = SPACES
               PERFORM SHOW-USAGE
             END-IF
           END-IF.
           MOVE WS-ARG-FORMAT TO WS-BR-FORMAT.
           IF (WS-VERB = "LAYOUT" OR WS-VERB = "BROWSE")
             AND WS-BR-DATASET = SPACES
             PERFORM SHOW-USAGE
           END-IF.
       .
       END PROGRAM AOCBRWS.
