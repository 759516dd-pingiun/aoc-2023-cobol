      *****************************************************************
      * Shared paragraphs that browse any dataset catalogued in the   *
      * record-layout dictionary (RECORD-LAYOUTS.DAT, LAYDICT.CPY)    *
      * field by field, so a new dataset needs a dictionary entry and *
      * not another inquiry program:                                  *
      *   LIST-LAYOUTS     every catalogued dataset                   *
      *   SHOW-LAYOUT      WS-BR-DATASET's fields, offsets and roles  *
      *   BROWSE-DATASET   WS-BR-DATASET's records, all or only those *
      *                    of WS-BR-WANT-RUN and/or whose             *
      *                    WS-BR-WANT-FIELD holds WS-BR-WANT-VALUE    *
      *                    (compared by value on a numeric field),    *
      *                    as WS-BR-FORMAT VIEW, REPORT or EXPORT     *
      * A record of a sealed dataset whose trailer marker holds       *
      * *TRAILER is shown as an integrity trailer through the         *
      * *TRAILER layout, and selected by its own run-id; a field      *
      * filter and the export carry detail records only. The dataset  *
      * is read through DD_BRWSIN and never written. COPY BRWSW. into *
      * the PROCEDURE DIVISION; needs COPY BRWSC. in WORKING-STORAGE  *
      * and COPY FILEERR.                                             *
      *****************************************************************
       LIST-LAYOUTS.
           MOVE ZERO TO WS-BR-LAYOUTS
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS = 35
             DISPLAY "NO RECORD-LAYOUT DICTIONARY CATALOGUED"
           ELSE
             MOVE WS-LAYOUT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             DISPLAY "DATASET                       LENGTH  SEALED"
               "    LAYOUT"
             PERFORM LIST-LAYOUT-LINE UNTIL WS-LAYOUT-STATUS = 10
             CLOSE LAYOUT-FILE
             DISPLAY WS-BR-LAYOUTS " DATASET(S) CATALOGUED"
           END-IF
       .
       LIST-LAYOUT-LINE.
           READ LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = 10
             AND LY-FIELD = "*RECORD"
             AND LY-DATASET NOT = WS-BR-TRAILER-KEY
             ADD 1 TO WS-BR-LAYOUTS
             MOVE LY-DATASET TO BL-DATASET
             MOVE LY-LENGTH TO BL-LENGTH
             MOVE LY-ROLE TO BL-SEALED
             MOVE LY-DESCRIPTION TO BL-DESCRIPTION
             DISPLAY WS-BR-LAYOUT-LINE
           END-IF
       .
      *> ONE DATASET'S LAYOUT AS CATALOGUED, WITH ANY FIELD THAT
      *> RUNS PAST THE RECORD LENGTH CALLED OUT
       SHOW-LAYOUT.
           PERFORM LOAD-LAYOUT
           IF WS-BR-CATALOGUED = 'Y'
             MOVE WS-BR-DATASET TO BL-DATASET
             MOVE WS-BR-RECORD-LENGTH TO BL-LENGTH
             IF WS-BR-SEALED = 'Y'
               MOVE "TRAILERS" TO BL-SEALED
             ELSE
               MOVE SPACES TO BL-SEALED
             END-IF
             MOVE WS-BR-DESCRIPTION TO BL-DESCRIPTION
             DISPLAY WS-BR-LAYOUT-LINE
             DISPLAY "  FIELD                OFFSET LENGTH    TYPE  "
               "ROLE"
             PERFORM SHOW-LAYOUT-FIELD VARYING BF FROM 1 BY 1
               UNTIL BF > WS-BR-FIELD-COUNT
           END-IF
       .
       SHOW-LAYOUT-FIELD.
           MOVE BF-NAME(BF) TO BD-NAME
           MOVE BF-OFFSET(BF) TO BD-OFFSET
           MOVE BF-LENGTH(BF) TO BD-LENGTH
           MOVE BF-TYPE(BF) TO BD-TYPE
           MOVE BF-ROLE(BF) TO BD-ROLE
           MOVE SPACES TO BD-NOTE
           IF BF-OFFSET(BF) + BF-LENGTH(BF) - 1 > WS-BR-RECORD-LENGTH
             MOVE "*** PAST THE RECORD LENGTH" TO BD-NOTE
           END-IF
           DISPLAY WS-BR-FIELD-LINE
       .
      *> THE DATASET'S *RECORD LINE AND FIELDS, AND THE *TRAILER
      *> LAYOUT ITS TRAILERS ARE READ THROUGH
       LOAD-LAYOUT.
           MOVE 'N' TO WS-BR-CATALOGUED
           MOVE 'N' TO WS-BR-SEALED
           MOVE ZERO TO WS-BR-RECORD-LENGTH
           MOVE SPACES TO WS-BR-DESCRIPTION
           MOVE ZERO TO WS-BR-FIELD-COUNT
           MOVE ZERO TO WS-BR-TRL-COUNT
           MOVE ZERO TO WS-BR-RUN-LENGTH
           MOVE ZERO TO WS-BR-GEN-LENGTH
           MOVE SPACES TO WS-BR-PGM-NAME
           MOVE ZERO TO WS-BR-PGM-LENGTH
           MOVE ZERO TO WS-BR-TRL-RUN-LENGTH
           MOVE ZERO TO WS-BR-MARK-LENGTH
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS = 35
             DISPLAY "NO RECORD-LAYOUT DICTIONARY CATALOGUED"
           ELSE
             MOVE WS-LAYOUT-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-LAYOUT UNTIL WS-LAYOUT-STATUS = 10
             CLOSE LAYOUT-FILE
             IF WS-BR-CATALOGUED = 'N'
               DISPLAY "*** NO LAYOUT CATALOGUED FOR " WS-BR-DATASET
             END-IF
           END-IF
       .
       READ-LAYOUT.
           READ LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = 10
             EVALUATE TRUE
               WHEN LY-DATASET = WS-BR-DATASET
                 AND LY-FIELD = "*RECORD"
                 MOVE 'Y' TO WS-BR-CATALOGUED
                 MOVE LY-LENGTH TO WS-BR-RECORD-LENGTH
                 MOVE LY-DESCRIPTION TO WS-BR-DESCRIPTION
                 IF LY-ROLE = "TRAILERS"
                   MOVE 'Y' TO WS-BR-SEALED
                 END-IF
               WHEN LY-DATASET = WS-BR-DATASET
                 PERFORM ADD-BROWSE-FIELD
               WHEN LY-DATASET = WS-BR-TRAILER-KEY
                 AND LY-FIELD NOT = "*RECORD"
                 PERFORM ADD-TRAILER-FIELD
             END-EVALUATE
           END-IF
       .
      *> A COLUMN IS AS WIDE AS THE FIELD OR ITS NAME, WHICHEVER IS
      *> WIDER
       ADD-BROWSE-FIELD.
           IF WS-BR-FIELD-COUNT NOT < WS-BR-MAX-FIELDS
             DISPLAY "TOO MANY FIELDS IN THE LAYOUT, LIMIT IS "
               WS-BR-MAX-FIELDS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-BR-FIELD-COUNT
           SET BF TO WS-BR-FIELD-COUNT
           MOVE LY-FIELD TO BF-NAME(BF)
           MOVE LY-OFFSET TO BF-OFFSET(BF)
           MOVE LY-LENGTH TO BF-LENGTH(BF)
           MOVE LY-TYPE TO BF-TYPE(BF)
           MOVE LY-ROLE TO BF-ROLE(BF)
           MOVE ZERO TO WS-BR-END
           INSPECT LY-FIELD TALLYING WS-BR-END
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-BR-END > LY-LENGTH
             MOVE WS-BR-END TO BF-WIDTH(BF)
           ELSE
             MOVE LY-LENGTH TO BF-WIDTH(BF)
           END-IF
           EVALUATE LY-ROLE
             WHEN "RUN-ID"
               MOVE LY-OFFSET TO WS-BR-RUN-OFFSET
               MOVE LY-LENGTH TO WS-BR-RUN-LENGTH
             WHEN "GEN"
               MOVE LY-OFFSET TO WS-BR-GEN-OFFSET
               MOVE LY-LENGTH TO WS-BR-GEN-LENGTH
             WHEN "PROGRAM"
               MOVE LY-FIELD TO WS-BR-PGM-NAME
               MOVE LY-OFFSET TO WS-BR-PGM-OFFSET
               MOVE LY-LENGTH TO WS-BR-PGM-LENGTH
           END-EVALUATE
       .
       ADD-TRAILER-FIELD.
           IF WS-BR-TRL-COUNT NOT < WS-BR-MAX-TRL
             DISPLAY "TOO MANY FIELDS IN THE TRAILER LAYOUT, LIMIT IS "
               WS-BR-MAX-TRL
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-BR-TRL-COUNT
           SET BT TO WS-BR-TRL-COUNT
           MOVE LY-FIELD TO BT-NAME(BT)
           MOVE LY-OFFSET TO BT-OFFSET(BT)
           MOVE LY-LENGTH TO BT-LENGTH(BT)
           MOVE LY-ROLE TO BT-ROLE(BT)
           EVALUATE LY-ROLE
             WHEN "RUN-ID"
               MOVE LY-OFFSET TO WS-BR-TRL-RUN-OFFSET
               MOVE LY-LENGTH TO WS-BR-TRL-RUN-LENGTH
             WHEN "MARKER"
               MOVE LY-OFFSET TO WS-BR-MARK-OFFSET
               MOVE LY-LENGTH TO WS-BR-MARK-LENGTH
           END-EVALUATE
       .
      *> BROWSE ONE CATALOGUED DATASET; A DATASET NOT YET WRITTEN IS
      *> AN EMPTY BROWSE, NOT A REFUSAL
       BROWSE-DATASET.
           MOVE 'N' TO WS-BR-OUTCOME
           MOVE ZERO TO WS-BR-RECORD-NO
           MOVE ZERO TO WS-BR-SHOWN
           MOVE ZERO TO WS-BR-TRAILERS
           MOVE 'N' TO WS-BR-CLIPPED
           IF WS-BR-FORMAT = SPACES
             MOVE "VIEW" TO WS-BR-FORMAT
           END-IF
           PERFORM LOAD-LAYOUT
           IF WS-BR-CATALOGUED = 'Y'
             PERFORM CHECK-SELECTION
           END-IF
           IF WS-BR-OUTCOME = 'Y'
             DISPLAY "DD_BRWSIN" UPON ENVIRONMENT-NAME
             DISPLAY WS-BR-DATASET UPON ENVIRONMENT-VALUE
             OPEN INPUT BROWSE-FILE
             IF WS-BROWSE-STATUS = 35
               DISPLAY "NOTHING ON FILE YET IN " WS-BR-DATASET
             ELSE
               MOVE WS-BROWSE-STATUS TO WS-FILE-STATUS
               PERFORM ABORT-ON-FILE-ERROR
               PERFORM OPEN-BROWSE-OUTPUT
               PERFORM BROWSE-ONE-RECORD
                 UNTIL WS-BROWSE-STATUS = 10
               CLOSE BROWSE-FILE
               PERFORM CLOSE-BROWSE-OUTPUT
             END-IF
           END-IF
       .
      *> EVERY FIELD MUST LIE INSIDE THE RECORD AREA, A SEALED
      *> DATASET NEEDS THE TRAILER LAYOUT, A RUN-ID NEEDS A RUN-ID
      *> FIELD AND A FILTER A FIELD OF THAT NAME
       CHECK-SELECTION.
           MOVE 'Y' TO WS-BR-OUTCOME
           IF WS-BR-FIELD-COUNT = ZERO
             DISPLAY "*** NO FIELDS CATALOGUED FOR " WS-BR-DATASET
             MOVE 'N' TO WS-BR-OUTCOME
           END-IF
           PERFORM CHECK-FIELD-BOUNDS VARYING BF FROM 1 BY 1
             UNTIL BF > WS-BR-FIELD-COUNT
           PERFORM CHECK-TRAILER-BOUNDS VARYING BT FROM 1 BY 1
             UNTIL BT > WS-BR-TRL-COUNT
           IF WS-BR-SEALED = 'Y' AND WS-BR-MARK-LENGTH = ZERO
             DISPLAY "*** NO *TRAILER LAYOUT WITH A MARKER FIELD IS "
               "CATALOGUED"
             MOVE 'N' TO WS-BR-OUTCOME
           END-IF
           IF WS-BR-WANT-RUN NOT = SPACES
             AND WS-BR-RUN-LENGTH = ZERO
             DISPLAY "*** NO RUN-ID FIELD CATALOGUED FOR "
               WS-BR-DATASET
             MOVE 'N' TO WS-BR-OUTCOME
           END-IF
           IF WS-BR-WANT-FIELD NOT = SPACES
             MOVE 'N' TO WS-BR-FILTER-FOUND
             PERFORM FIND-FILTER-FIELD VARYING BF FROM 1 BY 1
               UNTIL BF > WS-BR-FIELD-COUNT
                 OR WS-BR-FILTER-FOUND = 'Y'
             IF WS-BR-FILTER-FOUND = 'N'
               DISPLAY "*** NO SUCH FIELD IN THE LAYOUT: "
                 WS-BR-WANT-FIELD
               MOVE 'N' TO WS-BR-OUTCOME
             END-IF
           END-IF
           IF WS-BR-FORMAT NOT = "VIEW"
             AND WS-BR-FORMAT NOT = "REPORT"
             AND WS-BR-FORMAT NOT = "EXPORT"
             DISPLAY "*** OUTPUT MUST BE VIEW, REPORT OR EXPORT"
             MOVE 'N' TO WS-BR-OUTCOME
           END-IF
       .
       CHECK-FIELD-BOUNDS.
           IF BF-OFFSET(BF) < 1 OR BF-LENGTH(BF) < 1
             OR BF-OFFSET(BF) + BF-LENGTH(BF) - 1 > WS-BR-MAX-LENGTH
             DISPLAY "*** FIELD LIES OUTSIDE THE RECORD AREA: "
               BF-NAME(BF)
             MOVE 'N' TO WS-BR-OUTCOME
           END-IF
       .
       CHECK-TRAILER-BOUNDS.
           IF BT-OFFSET(BT) < 1 OR BT-LENGTH(BT) < 1
             OR BT-OFFSET(BT) + BT-LENGTH(BT) - 1 > WS-BR-MAX-LENGTH
             DISPLAY "*** FIELD LIES OUTSIDE THE RECORD AREA: "
               BT-NAME(BT)
             MOVE 'N' TO WS-BR-OUTCOME
           END-IF
       .
      *> A NUMERIC FIELD FILTERED ON A NUMBER IS COMPARED BY VALUE, SO
      *> 42 FINDS 000000042; ANYTHING ELSE IS COMPARED AS TEXT
       FIND-FILTER-FIELD.
           IF BF-NAME(BF) = WS-BR-WANT-FIELD
             MOVE 'Y' TO WS-BR-FILTER-FOUND
             MOVE BF-OFFSET(BF) TO WS-BR-FILTER-OFFSET
             MOVE BF-LENGTH(BF) TO WS-BR-FILTER-LENGTH
             MOVE BF-TYPE(BF) TO WS-BR-FILTER-TYPE
             MOVE 'N' TO WS-BR-NUMERIC-FILTER
             MOVE ZERO TO WS-BR-END
             INSPECT WS-BR-WANT-VALUE TALLYING WS-BR-END
               FOR CHARACTERS BEFORE INITIAL SPACE
             IF WS-BR-FILTER-TYPE = "N"
               AND WS-BR-END > 0 AND WS-BR-END < 19
               IF WS-BR-WANT-VALUE(1:WS-BR-END) IS NUMERIC
                 MOVE 'Y' TO WS-BR-NUMERIC-FILTER
                 MOVE FUNCTION NUMVAL(WS-BR-WANT-VALUE)
                   TO WS-BR-WANT-NUM
               END-IF
             END-IF
           END-IF
       .
       BROWSE-ONE-RECORD.
           MOVE SPACES TO WS-BR-RECORD
           READ BROWSE-FILE INTO WS-BR-RECORD
           IF WS-BROWSE-STATUS NOT = 10
             MOVE WS-BROWSE-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             ADD 1 TO WS-BR-RECORD-NO
             PERFORM SELECT-RECORD
             IF WS-BR-SELECTED = 'Y'
               IF WS-BR-IS-TRAILER = 'Y'
                 ADD 1 TO WS-BR-TRAILERS
               ELSE
                 ADD 1 TO WS-BR-SHOWN
               END-IF
               EVALUATE WS-BR-FORMAT
                 WHEN "VIEW"
                   PERFORM VIEW-RECORD
                 WHEN "REPORT"
                   PERFORM REPORT-RECORD
                 WHEN "EXPORT"
                   PERFORM EXPORT-RECORD
               END-EVALUATE
             END-IF
           END-IF
       .
       SELECT-RECORD.
           MOVE 'N' TO WS-BR-IS-TRAILER
           MOVE 'Y' TO WS-BR-SELECTED
           IF WS-BR-SEALED = 'Y'
             IF WS-BR-RECORD(WS-BR-MARK-OFFSET:WS-BR-MARK-LENGTH)
               = WS-BR-TRAILER-KEY
               MOVE 'Y' TO WS-BR-IS-TRAILER
             END-IF
           END-IF
           IF WS-BR-IS-TRAILER = 'Y'
             IF WS-BR-WANT-FIELD NOT = SPACES
               OR WS-BR-FORMAT = "EXPORT"
               MOVE 'N' TO WS-BR-SELECTED
             END-IF
             IF WS-BR-WANT-RUN NOT = SPACES
               IF WS-BR-TRL-RUN-LENGTH = ZERO
                 MOVE 'N' TO WS-BR-SELECTED
               ELSE
                 IF WS-BR-RECORD(WS-BR-TRL-RUN-OFFSET:
                     WS-BR-TRL-RUN-LENGTH) NOT = WS-BR-WANT-RUN
                   MOVE 'N' TO WS-BR-SELECTED
                 END-IF
               END-IF
             END-IF
           ELSE
             IF WS-BR-WANT-RUN NOT = SPACES
               IF WS-BR-RECORD(WS-BR-RUN-OFFSET:WS-BR-RUN-LENGTH)
                 NOT = WS-BR-WANT-RUN
                 MOVE 'N' TO WS-BR-SELECTED
               END-IF
             END-IF
             IF WS-BR-WANT-FIELD NOT = SPACES
               PERFORM APPLY-FIELD-FILTER
             END-IF
           END-IF
       .
       APPLY-FIELD-FILTER.
           IF WS-BR-NUMERIC-FILTER = 'Y'
             IF WS-BR-RECORD(WS-BR-FILTER-OFFSET:WS-BR-FILTER-LENGTH)
               IS NUMERIC
               IF FUNCTION NUMVAL(WS-BR-RECORD(WS-BR-FILTER-OFFSET:
                   WS-BR-FILTER-LENGTH)) NOT = WS-BR-WANT-NUM
                 MOVE 'N' TO WS-BR-SELECTED
               END-IF
             ELSE
               MOVE 'N' TO WS-BR-SELECTED
             END-IF
           ELSE
             IF WS-BR-RECORD(WS-BR-FILTER-OFFSET:WS-BR-FILTER-LENGTH)
               NOT = WS-BR-WANT-VALUE
               MOVE 'N' TO WS-BR-SELECTED
             END-IF
           END-IF
       .
      *> VIEW: ONE RECORD AT A TIME, ONE FIELD TO A LINE, THE RUN-ID
      *> AND GENERATION FIELDS FLAGGED WITH THEIR ROLE
       VIEW-RECORD.
           IF WS-BR-IS-TRAILER = 'Y'
             DISPLAY "RECORD " WS-BR-RECORD-NO "  INTEGRITY TRAILER"
             PERFORM VIEW-TRAILER-FIELD VARYING BT FROM 1 BY 1
               UNTIL BT > WS-BR-TRL-COUNT
           ELSE
             DISPLAY "RECORD " WS-BR-RECORD-NO
             PERFORM VIEW-FIELD VARYING BF FROM 1 BY 1
               UNTIL BF > WS-BR-FIELD-COUNT
           END-IF
       .
       VIEW-FIELD.
           MOVE SPACES TO WS-BR-LINE
           MOVE BF-NAME(BF) TO WS-BR-LINE(3:20)
           MOVE BF-ROLE(BF) TO WS-BR-LINE(24:8)
           MOVE WS-BR-RECORD(BF-OFFSET(BF):BF-LENGTH(BF))
             TO WS-BR-LINE(33:)
           PERFORM DISPLAY-BROWSE-LINE
       .
       VIEW-TRAILER-FIELD.
           MOVE SPACES TO WS-BR-LINE
           MOVE BT-NAME(BT) TO WS-BR-LINE(3:20)
           MOVE BT-ROLE(BT) TO WS-BR-LINE(24:8)
           MOVE WS-BR-RECORD(BT-OFFSET(BT):BT-LENGTH(BT))
             TO WS-BR-LINE(33:)
           PERFORM DISPLAY-BROWSE-LINE
       .
       DISPLAY-BROWSE-LINE.
           PERFORM FIND-LINE-END
           DISPLAY WS-BR-LINE(1:WS-BR-END)
       .
       FIND-LINE-END.
           MOVE 400 TO WS-BR-END
           PERFORM BACK-OFF-LINE-END
             UNTIL WS-BR-END = 1 OR WS-BR-LINE(WS-BR-END:1) NOT = SPACE
       .
       BACK-OFF-LINE-END.
           SUBTRACT 1 FROM WS-BR-END
       .
      *> REPORT AND EXPORT GO TO THEIR OWN DATASETS, EACH HEADED SO
      *> IT SAYS WHAT WAS SELECTED
       OPEN-BROWSE-OUTPUT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BR-STAMP
           EVALUATE WS-BR-FORMAT
             WHEN "REPORT"
               OPEN OUTPUT BROWSE-REPORT
               MOVE WS-BRPT-STATUS TO WS-FILE-STATUS
               PERFORM ABORT-ON-FILE-ERROR
               PERFORM WRITE-REPORT-HEADING
             WHEN "EXPORT"
               OPEN OUTPUT BROWSE-EXPORT
               MOVE WS-BEXP-STATUS TO WS-FILE-STATUS
               PERFORM ABORT-ON-FILE-ERROR
               MOVE SPACES TO WS-BR-LINE
               MOVE 1 TO WS-BR-POS
               PERFORM EXPORT-HEADING-COLUMN VARYING BF FROM 1 BY 1
                 UNTIL BF > WS-BR-FIELD-COUNT
               MOVE WS-BR-LINE TO BROWSE-EXPORT-RECORD
               WRITE BROWSE-EXPORT-RECORD
           END-EVALUATE
       .
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-BR-LINE
           STRING "RECORD BROWSE OF " DELIMITED BY SIZE
             WS-BR-DATASET DELIMITED BY SPACE
             "  (" DELIMITED BY SIZE
             WS-BR-DESCRIPTION DELIMITED BY "  "
             ")  PRODUCED " WS-BR-STAMP DELIMITED BY SIZE
             INTO WS-BR-LINE
           END-STRING
           MOVE WS-BR-LINE TO BROWSE-REPORT-RECORD
           WRITE BROWSE-REPORT-RECORD
           MOVE SPACES TO WS-BR-LINE
           MOVE 1 TO WS-BR-POS
           IF WS-BR-WANT-RUN = SPACES
             STRING "RUN-ID: ALL" DELIMITED BY SIZE
               INTO WS-BR-LINE WITH POINTER WS-BR-POS
             END-STRING
           ELSE
             STRING "RUN-ID: " WS-BR-WANT-RUN DELIMITED BY SIZE
               INTO WS-BR-LINE WITH POINTER WS-BR-POS
             END-STRING
           END-IF
           IF WS-BR-WANT-FIELD = SPACES
             STRING "   FILTER: NONE" DELIMITED BY SIZE
               INTO WS-BR-LINE WITH POINTER WS-BR-POS
             END-STRING
           ELSE
             STRING "   FILTER: " DELIMITED BY SIZE
               WS-BR-WANT-FIELD DELIMITED BY SPACE
               " = " DELIMITED BY SIZE
               WS-BR-WANT-VALUE DELIMITED BY "  "
               INTO WS-BR-LINE WITH POINTER WS-BR-POS
             END-STRING
           END-IF
           MOVE WS-BR-LINE TO BROWSE-REPORT-RECORD
           WRITE BROWSE-REPORT-RECORD
           MOVE SPACES TO BROWSE-REPORT-RECORD
           WRITE BROWSE-REPORT-RECORD
           MOVE SPACES TO WS-BR-LINE
           MOVE 1 TO WS-BR-POS
           PERFORM REPORT-HEADING-COLUMN VARYING BF FROM 1 BY 1
             UNTIL BF > WS-BR-FIELD-COUNT
           MOVE WS-BR-LINE TO BROWSE-REPORT-RECORD
           WRITE BROWSE-REPORT-RECORD
           MOVE SPACES TO WS-BR-LINE
           MOVE 1 TO WS-BR-POS
           PERFORM REPORT-RULE-COLUMN VARYING BF FROM 1 BY 1
             UNTIL BF > WS-BR-FIELD-COUNT
           MOVE WS-BR-LINE TO BROWSE-REPORT-RECORD
           WRITE BROWSE-REPORT-RECORD
       .
      *> A COLUMN THAT WOULD RUN PAST THE PRINT LINE IS LEFT OFF AND
      *> THE FOOTING SAYS SO
       REPORT-HEADING-COLUMN.
           IF WS-BR-POS + BF-WIDTH(BF) - 1 > 400
             MOVE 'Y' TO WS-BR-CLIPPED
           ELSE
             MOVE BF-NAME(BF) TO WS-BR-LINE(WS-BR-POS:BF-WIDTH(BF))
           END-IF
           COMPUTE WS-BR-POS = WS-BR-POS + BF-WIDTH(BF) + 1
       .
       REPORT-RULE-COLUMN.
           IF WS-BR-POS + BF-WIDTH(BF) - 1 NOT > 400
             MOVE ALL "-" TO WS-BR-LINE(WS-BR-POS:BF-WIDTH(BF))
           END-IF
           COMPUTE WS-BR-POS = WS-BR-POS + BF-WIDTH(BF) + 1
       .
       REPORT-RECORD.
           MOVE SPACES TO WS-BR-LINE
           MOVE 1 TO WS-BR-POS
           IF WS-BR-IS-TRAILER = 'Y'
             STRING "*TRAILER " DELIMITED BY SIZE
               INTO WS-BR-LINE WITH POINTER WS-BR-POS
             END-STRING
             PERFORM REPORT-TRAILER-FIELD VARYING BT FROM 1 BY 1
               UNTIL BT > WS-BR-TRL-COUNT
           ELSE
             PERFORM REPORT-COLUMN VARYING BF FROM 1 BY 1
               UNTIL BF > WS-BR-FIELD-COUNT
           END-IF
           MOVE WS-BR-LINE TO BROWSE-REPORT-RECORD
           WRITE BROWSE-REPORT-RECORD
       .
       REPORT-COLUMN.
           IF WS-BR-POS + BF-WIDTH(BF) - 1 NOT > 400
             MOVE WS-BR-RECORD(BF-OFFSET(BF):BF-LENGTH(BF))
               TO WS-BR-LINE(WS-BR-POS:BF-WIDTH(BF))
           END-IF
           COMPUTE WS-BR-POS = WS-BR-POS + BF-WIDTH(BF) + 1
       .
       REPORT-TRAILER-FIELD.
           IF BT-ROLE(BT) NOT = "MARKER"
             STRING " " DELIMITED BY SIZE
               BT-NAME(BT) DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               WS-BR-RECORD(BT-OFFSET(BT):BT-LENGTH(BT))
                 DELIMITED BY SIZE
               INTO WS-BR-LINE WITH POINTER WS-BR-POS
             END-STRING
           END-IF
       .
      *> EXPORT: ONE LINE PER DETAIL RECORD, FIELDS IN LAYOUT ORDER
      *> SEPARATED BY "|", TRAILING BLANKS TRIMMED AND NUMERICS LEFT
      *> ZERO-PADDED; A VALUE THAT ITSELF HOLDS A "|" IS QUOTED
       EXPORT-HEADING-COLUMN.
           IF BF > 1
             STRING "|" DELIMITED BY SIZE
               INTO WS-BR-LINE WITH POINTER WS-BR-POS
             END-STRING
           END-IF
           STRING BF-NAME(BF) DELIMITED BY SPACE
             INTO WS-BR-LINE WITH POINTER WS-BR-POS
           END-STRING
       .
       EXPORT-RECORD.
           MOVE SPACES TO WS-BR-LINE
           MOVE 1 TO WS-BR-POS
           PERFORM EXPORT-COLUMN VARYING BF FROM 1 BY 1
             UNTIL BF > WS-BR-FIELD-COUNT
           MOVE WS-BR-LINE TO BROWSE-EXPORT-RECORD
           WRITE BROWSE-EXPORT-RECORD
       .
       EXPORT-COLUMN.
           IF BF > 1
             STRING "|" DELIMITED BY SIZE
               INTO WS-BR-LINE WITH POINTER WS-BR-POS
               ON OVERFLOW
                 MOVE 'Y' TO WS-BR-CLIPPED
             END-STRING
           END-IF
           MOVE BF-LENGTH(BF) TO WS-BR-END
           PERFORM BACK-OFF-VALUE-END
             UNTIL WS-BR-END = 0
               OR WS-BR-RECORD(BF-OFFSET(BF) + WS-BR-END - 1:1)
                 NOT = SPACE
           IF WS-BR-END > 0
             MOVE ZERO TO WS-BR-DELIMS
             INSPECT WS-BR-RECORD(BF-OFFSET(BF):WS-BR-END)
               TALLYING WS-BR-DELIMS FOR ALL "|"
             IF WS-BR-DELIMS > 0
               STRING QUOTE
                 WS-BR-RECORD(BF-OFFSET(BF):WS-BR-END)
                 QUOTE DELIMITED BY SIZE
                 INTO WS-BR-LINE WITH POINTER WS-BR-POS
                 ON OVERFLOW
                   MOVE 'Y' TO WS-BR-CLIPPED
               END-STRING
             ELSE
               STRING WS-BR-RECORD(BF-OFFSET(BF):WS-BR-END)
                 DELIMITED BY SIZE
                 INTO WS-BR-LINE WITH POINTER WS-BR-POS
                 ON OVERFLOW
                   MOVE 'Y' TO WS-BR-CLIPPED
               END-STRING
             END-IF
           END-IF
       .
       BACK-OFF-VALUE-END.
           SUBTRACT 1 FROM WS-BR-END
       .
      *> THE COUNTS GO ON THE CONSOLE, AND AT THE FOOT OF A REPORT
       CLOSE-BROWSE-OUTPUT.
           MOVE SPACES TO WS-BR-LINE
           STRING WS-BR-RECORD-NO " RECORD(S) READ, "
             WS-BR-SHOWN " SELECTED, "
             WS-BR-TRAILERS " TRAILER(S)" DELIMITED BY SIZE
             INTO WS-BR-LINE
           END-STRING
           EVALUATE WS-BR-FORMAT
             WHEN "REPORT"
               MOVE SPACES TO BROWSE-REPORT-RECORD
               WRITE BROWSE-REPORT-RECORD
               MOVE WS-BR-LINE TO BROWSE-REPORT-RECORD
               WRITE BROWSE-REPORT-RECORD
               IF WS-BR-CLIPPED = 'Y'
                 MOVE "COLUMNS PAST POSITION 400 ARE NOT SHOWN"
                   TO BROWSE-REPORT-RECORD
                 WRITE BROWSE-REPORT-RECORD
               END-IF
               CLOSE BROWSE-REPORT
               DISPLAY "REPORT WRITTEN TO BROWSE.RPT"
             WHEN "EXPORT"
               CLOSE BROWSE-EXPORT
               DISPLAY "EXPORT WRITTEN TO BROWSE-EXPORT.DAT"
               IF WS-BR-CLIPPED = 'Y'
                 DISPLAY "*** SOME EXPORT LINES WERE CUT AT 400 "
                   "CHARACTERS"
               END-IF
           END-EVALUATE
           PERFORM DISPLAY-BROWSE-LINE
       .
