      *****************************************************************
      * Parameter change-control record layout, appended to           *
      * PARM-CHANGES.DAT by the AOCCHG maker-checker utility. COPY    *
      * PARMCHG. under an FD. One record per event in a change's      *
      * life -- PROPOSED by the maker, then APPROVED and APPLIED, or  *
      * REJECTED, by a different operator -- each with the event's    *
      * user and timestamp and the record's before and after images,  *
      * so the file is the audit trail of every parameter change.     *
      * The last event per change number is its current state.        *
      * PC-ACTION is ADD, REPLACE or DELETE of the one record keyed   *
      * by PC-KEY, or ADOPT to take the live file as it stands as the *
      * approved image (no record images). The images hold up to 120  *
      * characters, the longest controlled record included.           *
      *****************************************************************
       01  PARM-CHANGE-RECORD.
           05  PC-CHANGE-NO        PIC 9(6).
           05  PC-EVENT            PIC X(8).
           05  PC-EVENT-USER       PIC X(8).
           05  PC-EVENT-STAMP      PIC X(14).
           05  PC-DATASET          PIC X(40).
           05  PC-ACTION           PIC X(8).
           05  PC-KEY              PIC X(28).
           05  PC-PROPOSER         PIC X(8).
           05  PC-NOTE             PIC X(20).
           05  PC-BEFORE-IMAGE     PIC X(120).
           05  PC-AFTER-IMAGE      PIC X(120).
