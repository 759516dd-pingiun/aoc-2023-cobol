      *****************************************************************
      * Retention-policy record layout, one line per governed name,   *
      * catalogued in RETENTION-POLICY.DAT. COPY RETPOL. under an FD. *
      * RP-KIND DSN assigns an operational dataset (by its dataset    *
      * name) a retention class; RP-KIND BASE assigns one to an input *
      * feed base's generations; RP-KIND RPT assigns one to a printed *
      * report in the report repository (by its report id), which     *
      * AOCRPTS keeps RP-LIVE-DAYS after its business date (zero keeps*
      * it indefinitely; its archive days are not used). A name of "*"*
      * is the default for its kind. AOCHKEEP keeps a dated record    *
      * live for RP-LIVE-DAYS after its business date and a superseded*
      * input generation live for RP-LIVE-DAYS after it was           *
      * superseded, then archives it; RP-ARCHIVE-DAYS later the       *
      * archived copy is purged. An RP-ARCHIVE-DAYS of zero keeps the *
      * archive indefinitely. A dataset with no policy line keeps     *
      * HOUSEKEEP.sh's RETAIN_DAYS and is never purged; a base with   *
      * none is not governed. The per-run datasets are archived       *
      * wholesale every night whatever their class; the class governs *
      * their archive only. The policy is a change-controlled         *
      * parameter dataset, maintained through AOCCHG (key: name and   *
      * kind).                                                        *
      *****************************************************************
       01  RETENTION-POLICY-RECORD.
           05  RP-NAME             PIC X(24).
           05  RP-KIND             PIC X(4).
           05  RP-CLASS            PIC X(8).
           05  RP-LIVE-DAYS        PIC 9(4).
           05  RP-ARCHIVE-DAYS     PIC 9(4).
           05  RP-DESCRIPTION      PIC X(30).
