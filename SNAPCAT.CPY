      *****************************************************************
      * Snapshot-catalogue record layout, one line per dataset per    *
      * snapshot event, appended to SNAPSHOT-CATALOG.DAT.             *
      * COPY SNAPCAT. under an FD. SNAPSHOT.sh copies every dataset   *
      * the nightly stream writes into SNAPSHOTS/<run-id>/ at the head*
      * of the stream and catalogues each one TAKEN, with its record  *
      * count, the integrity trailers that proved in it and the newest*
      * housekeeping archive generation then on file (ABSENT when the *
      * dataset did not exist yet). RESTORE.sh puts a run's images    *
      * back and catalogues each dataset RESTORED once its counts and *
      * trailers prove again, or FAILED. A snapshot past its retention*
      * is catalogued EXPIRED and its directory removed. The file is  *
      * append-only and the last record per run-id/dataset wins.      *
      *****************************************************************
       01  SNAPSHOT-CATALOG-RECORD.
           05  SC-RUN-ID           PIC X(14).
           05  SC-BUSINESS-DATE    PIC X(8).
           05  SC-DATASET          PIC X(30).
           05  SC-STATE            PIC X(8).
           05  SC-RECORD-COUNT     PIC 9(9).
           05  SC-TRAILER-COUNT    PIC 9(5).
           05  SC-ARCHIVE-GEN      PIC X(5).
           05  SC-STAMP            PIC X(14).
           05  SC-OPERATOR         PIC X(8).
