      * A refused candidate is recorded with a blank generation and   *
      * GC-ACCEPTANCE = REFUSED, so even the feeds that never made    *
      * it on catalogue have provenance.                              *
      * A feed that arrives in a transmission envelope carries the    *
      * envelope AOCENV verified -- sending system, business date,    *
      * transmission sequence number, record count and hash total --  *
      * in GC-SENDER through GC-HASH-TOTAL, blank for a feed staged   *
      * bare. An envelope AOCENV turned away is recorded with a blank *
      * generation and GC-ACCEPTANCE = REJECTED.                      *
      *****************************************************************
       01  GDG-CATALOG-RECORD.
           05  GC-BASE             PIC X(8).
           05  GC-OPERATOR         PIC X(8).
           05  GC-ACCEPTANCE       PIC X(8).
           05  GC-SUPERSEDED       PIC X(1).
           05  GC-SENDER           PIC X(8).
           05  GC-BUSINESS-DATE    PIC X(8).
           05  GC-SEQUENCE         PIC 9(6).
           05  GC-RECORD-COUNT     PIC 9(9).
           05  GC-HASH-TOTAL       PIC 9(15).
