      *****************************************************************
      * Shadow-run verdict record layout, one line per shadow run,    *
      * appended to SHADOW-VERDICTS.DAT by AOCSHAD. COPY SHDVERD.     *
      * under an FD. SHADOW.sh runs a candidate build of a registry   *
      * program against one input generation with every output sent   *
      * to SHADOW/<shadow run-id>/, and AOCSHAD sets what it wrote    *
      * against the production run of that program on that same       *
      * generation, record by record. The verdict is PASS when every  *
      * dataset compared matches and FAIL otherwise, and it is kept   *
      * here against the change reference the candidate was run for,  *
      * with the comparison report filed in the report repository     *
      * under report id AOCSHAD and the shadow run-id.                *
      *****************************************************************
       01  SHADOW-VERDICT-RECORD.
           05  SV-SHADOW-RUN-ID    PIC X(14).
           05  SV-PROGRAM-ID       PIC X(8).
           05  SV-INPUT-GEN        PIC X(5).
           05  SV-PROD-RUN-ID      PIC X(14).
           05  SV-VERDICT          PIC X(4).
           05  SV-DATASETS         PIC 9(3).
           05  SV-NOT-COMPARED     PIC 9(3).
           05  SV-RECORDS-MATCHED  PIC 9(7).
           05  SV-DIFFERENCES      PIC 9(7).
           05  SV-CHANGE-REF       PIC X(12).
           05  SV-OPERATOR         PIC X(8).
           05  SV-STAMP            PIC X(14).
           05  SV-CANDIDATE        PIC X(60).
