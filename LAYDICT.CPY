      *****************************************************************
      * Record-layout dictionary record layout, one line per field,   *
      * in RECORD-LAYOUTS.DAT. COPY LAYDICT. under an FD. Each        *
      * catalogued dataset opens with a *RECORD line giving its       *
      * record length, its copybook and what it holds, and TRAILERS   *
      * in LY-ROLE when its runs are sealed with AOCTRLR trailers;    *
      * its fields follow in record order, each with its offset       *
      * (from 1), length and type (A alphanumeric, N numeric), and    *
      * RUN-ID or GEN in LY-ROLE on the field that carries the run-id *
      * or the input generation, PROGRAM on the one naming the        *
      * program that wrote the record, and STAMP on a date or time    *
      * stamp of when it was written. The AOCTRLR layout itself is    *
      * catalogued under the name *TRAILER, its MARKER field being    *
      * the one a trailer holds *TRAILER in. A new dataset is made    *
      * browsable through the shared BROWSE-DATASET paragraphs by     *
      * adding its lines here; no inquiry program has to be written.  *
      * Only line-sequential datasets are catalogued: the indexed     *
      * masters (AOC-RESULTS-MST, DAY4B-CARDS, REJECT-INVENTORY) are  *
      * read through their own programs (AOCRPT, AOCREJ LIST).        *
      *****************************************************************
       01  RECORD-LAYOUT-RECORD.
           05  LY-DATASET          PIC X(30).
           05  LY-FIELD            PIC X(20).
           05  LY-OFFSET           PIC 9(4).
           05  LY-LENGTH           PIC 9(4).
           05  LY-TYPE             PIC X(1).
           05  LY-ROLE             PIC X(8).
           05  LY-DESCRIPTION      PIC X(30).
