      *****************************************************************
      * Shared reject-file record layout for malformed input records. *
      * COPY REJREC. under an FD for the program's reject file.       *
      * RJ-LINE-NUMBER is the record's position in the input feed,    *
      * the key the reject inventory files it under.                  *
      *****************************************************************
       01  REJECT-RECORD.
           05  RJ-RAW-LINE         PIC X(170).
           05  RJ-REASON           PIC X(30).
           05  RJ-RUN-ID           PIC X(14).
           05  RJ-INPUT-GEN        PIC X(5).
           05  RJ-LINE-NUMBER      PIC 9(9).
