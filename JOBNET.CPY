      *****************************************************************
      * Job-network record layout, one line per nightly step,         *
      * catalogued in JOB-NETWORK.DAT. COPY JOBNET. under an FD. The  *
      * nightly stream launches a step as soon as every step named in *
      * JN-PREDECESSORS (3-character step ids, space separated) has   *
      * completed, several at once up to its concurrency limit.       *
      * JN-COND is EVEN for a step whose non-zero RC fails the job at *
      * the end instead of stopping the stream. JN-BASE names the     *
      * feed base whose processing-calendar due-list decides whether  *
      * the step runs on a date (blank means it always runs); a step  *
      * not due counts as complete for its successors. JN-PROGRAM is  *
      * a COBOL program, or a driver script when <name>.sh exists.    *
      * AOCOPS walks the same predecessor lists backwards from the    *
      * last step to finish to print the critical path.               *
      *****************************************************************
       01  JOB-NETWORK-RECORD.
           05  JN-STEP             PIC X(3).
           05  JN-PROGRAM          PIC X(10).
           05  JN-COND             PIC X(4).
           05  JN-BASE             PIC X(8).
           05  JN-PREDECESSORS     PIC X(40).
           05  JN-DESCRIPTION      PIC X(30).
