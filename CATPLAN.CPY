      *****************************************************************
      * Backlog catch-up plan record layout, written to               *
      * CATCHUP-PLAN.DAT by the AOCCATCH planner and read by          *
      * CATCHUP-RUN.sh. COPY CATPLAN. under an FD. Each outstanding   *
      * business date gets a date line (CP-BASE blank, CP-DESCRIPTION *
      * from the processing calendar) followed by one line per feed   *
      * base due that date, naming the input generation the date is   *
      * to run against and the date that generation was catalogued.   *
      *****************************************************************
       01  CATCHUP-PLAN-RECORD.
           05  CP-BUSDATE          PIC X(8).
           05  CP-BASE             PIC X(8).
           05  CP-GENERATION       PIC X(5).
           05  CP-CATALOG-DATE     PIC X(8).
           05  CP-DESCRIPTION      PIC X(30).
