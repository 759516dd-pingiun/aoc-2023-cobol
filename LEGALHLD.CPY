      *****************************************************************
      * Legal-hold record layout, one line per hold, catalogued in    *
      * LEGAL-HOLDS.DAT. COPY LEGALHLD. under an FD. A hold names     *
      * what housekeeping must not trim, archive away or purge:       *
      *                                                               *
      *   LH-TYPE RUN-ID  every record stamped with LH-RUN-ID         *
      *   LH-TYPE DATES   every record whose business date falls in   *
      *                   LH-FROM-DATE through LH-TO-DATE, and every  *
      *                   input generation live in that range         *
      *   LH-TYPE GEN     input generation LH-GENERATION of feed base *
      *                   LH-BASE and every record that consumed it   *
      *                                                               *
      * A hold binds while LH-STATUS is ACTIVE; it is released by     *
      * replacing its line with LH-STATUS RELEASED (the line stays as *
      * the record of the hold) or by deleting it. The holds are a    *
      * change-controlled parameter dataset, maintained through       *
      * AOCCHG (key: the hold id).                                    *
      *****************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LH-HOLD-ID          PIC X(8).
           05  LH-STATUS           PIC X(8).
           05  LH-TYPE             PIC X(8).
           05  LH-RUN-ID           PIC X(14).
           05  LH-FROM-DATE        PIC X(8).
           05  LH-TO-DATE          PIC X(8).
           05  LH-BASE             PIC X(8).
           05  LH-GENERATION       PIC X(5).
           05  LH-REQUESTED-BY     PIC X(8).
           05  LH-REASON           PIC X(40).
