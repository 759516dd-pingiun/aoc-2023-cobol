      *****************************************************************
      * Inbound envelope verification record layout, the one-record   *
      * ENVELOPE-CHECK.DAT AOCENV writes for each transmission it     *
      * checks. COPY ENVCHK. under an FD. NEWGEN.sh reads it back to  *
      * catalogue the envelope in GDG-CATALOG.DAT provenance (EV-     *
      * SENDER through EV-HASH-TOTAL lie in the same order as GC-     *
      * SENDER through GC-HASH-TOTAL) and to write the acknowledgment *
      * to the sender on INBOUND-ACK.DAT. EV-VERDICT is VERIFIED or   *
      * REJECTED; a rejection gives its reason in EV-REASON, with as  *
      * much of the envelope as could be read.                        *
      *****************************************************************
       01  ENVELOPE-CHECK-RECORD.
           05  EV-VERDICT          PIC X(8).
           05  EV-BASE             PIC X(8).
           05  EV-SENDER           PIC X(8).
           05  EV-BUSINESS-DATE    PIC X(8).
           05  EV-SEQUENCE         PIC 9(6).
           05  EV-RECORD-COUNT     PIC 9(9).
           05  EV-HASH-TOTAL       PIC 9(15).
           05  EV-REASON           PIC X(40).
